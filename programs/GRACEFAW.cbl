       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACEFAW.
      *----------------------------------------------------------
      * GRACEFAW is the inbound feed arrival watch ahead of
      * GRACEMRG. The scheduler runs it on an interval from the
      * start of the feed window; each pass looks for each site's
      * GRACETX1/2/3 feed and judges it against the site's
      * GRACEFAC window card - an expected-by time and a hard
      * cutoff, both HHMMSS on the batch night (a time before noon
      * belongs to the small hours after midnight):
      *
      *   - a feed that has landed is arrived, noted if it came
      *     after its window
      *   - no feed past the expected-by time is overdue: a
      *     page-class alert goes to the GRACEALP feed, with its
      *     GRACEALT page-index entry so GRACEACK and GRACEAES
      *     acknowledge and escalate it like any other page, once
      *     per site per night
      *   - no feed past the cutoff is late: the merge goes ahead
      *     without it and GRACEMRG records the site late
      *
      * While any watched feed is still pending before its cutoff
      * the pass ends RC=4 and the merge is held; once every feed
      * has arrived or gone late it ends RC=0 and the merge is
      * released. The per-site state carries between passes on
      * GRACEFAS, and GRACEMRG itself refuses to run while it says
      * a feed is pending.
      *
      * A late feed still outstanding from an earlier night is
      * recognised by its HD header carrying the sequence GRACESQC
      * still expects from the site. It is copied aside to the
      * site's GRACETC1/2/3 carry file and the site file emptied,
      * so tonight's delivery cannot overwrite it; GRACEMRG merges
      * it alongside tonight's feed under its own night's date.
      * A site with no GRACEFAC card is not watched - a missing
      * feed is a no-feed night as it always was.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-CYC-FILE ASSIGN TO GRACECYC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CYC-STATUS.
           SELECT GRACE-FAC-FILE ASSIGN TO GRACEFAC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-FAC-STATUS.
           SELECT GRACE-FAS-FILE ASSIGN TO GRACEFAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-FAS-STATUS.
           SELECT GRACE-SQC-FILE ASSIGN TO GRACESQC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-SQC-STATUS.
           SELECT GRACE-TX1-FILE ASSIGN TO GRACETX1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-TX1-STATUS.
           SELECT GRACE-TX2-FILE ASSIGN TO GRACETX2
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-TX2-STATUS.
           SELECT GRACE-TX3-FILE ASSIGN TO GRACETX3
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-TX3-STATUS.
           SELECT GRACE-TC1-FILE ASSIGN TO GRACETC1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-TC1-STATUS.
           SELECT GRACE-TC2-FILE ASSIGN TO GRACETC2
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-TC2-STATUS.
           SELECT GRACE-TC3-FILE ASSIGN TO GRACETC3
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-TC3-STATUS.
           SELECT GRACE-ALP-FILE ASSIGN TO GRACEALP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-ALP-STATUS.
           SELECT GRACE-ALT-FILE ASSIGN TO GRACEALT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-ALT-STATUS.
           SELECT GRACE-MSG-FILE ASSIGN TO GRACEMSG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-MSG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRACE-CYC-FILE
           RECORDING MODE IS F.
           COPY GRACECYC.

      *Feed window card: the site, the time its feed is expected
      *by, and the hard cutoff after which the merge goes on
      *without it.
       FD  GRACE-FAC-FILE
           RECORDING MODE IS F.
       01 GRACE-FAC-REC.
           05 GRACE-FAC-SITE-CODE PIC X(02).
           05 GRACE-FAC-EXPECTED-BY PIC 9(06).
           05 GRACE-FAC-CUTOFF PIC 9(06).
           05 FILLER PIC X(66).

       FD  GRACE-FAS-FILE
           RECORDING MODE IS F.
           COPY GRACEFAS.

      *GRACEMRG's per-site sequence control, read here only to
      *know which header sequence an outstanding late feed bears.
       FD  GRACE-SQC-FILE
           RECORDING MODE IS F.
       01 GRACE-SQC-REC.
           05 GRACE-SQC-SITE-CODE PIC X(02).
           05 GRACE-SQC-LAST-SEQ PIC 9(06).
           05 FILLER PIC X(72).

       FD  GRACE-TX1-FILE
           RECORDING MODE IS F.
       01 GRACE-TX1-REC PIC X(80).

       FD  GRACE-TX2-FILE
           RECORDING MODE IS F.
       01 GRACE-TX2-REC PIC X(80).

       FD  GRACE-TX3-FILE
           RECORDING MODE IS F.
       01 GRACE-TX3-REC PIC X(80).

      *Carry files - a late feed set aside until the merge.
       FD  GRACE-TC1-FILE
           RECORDING MODE IS F.
       01 GRACE-TC1-REC PIC X(80).

       FD  GRACE-TC2-FILE
           RECORDING MODE IS F.
       01 GRACE-TC2-REC PIC X(80).

       FD  GRACE-TC3-FILE
           RECORDING MODE IS F.
       01 GRACE-TC3-REC PIC X(80).

       FD  GRACE-ALP-FILE
           RECORDING MODE IS F.
       01 GRACE-ALP-REC PIC X(80).

      *The page index GRACEALR maintains - the overdue-feed page
      *lands here too, so acknowledgment and escalation see it.
       FD  GRACE-ALT-FILE
           RECORDING MODE IS F.
       01 GRACE-ALT-REC.
           05 GRACE-ALT-DATE PIC 9(08).
           05 GRACE-ALT-SEQ PIC 9(04).
           05 GRACE-ALT-TIME PIC 9(06).
           05 GRACE-ALT-SOURCE PIC X(08).
           05 GRACE-ALT-TEXT PIC X(50).
           05 FILLER PIC X(04).

       FD  GRACE-MSG-FILE
           RECORDING MODE IS F.
           COPY GRACEMSG.

       WORKING-STORAGE SECTION.
           COPY GRACECYCH.

           COPY GRACEMSGH.

       01 GRACE-FAC-STATUS PIC X(02).
           88 GRACE-FAC-OK VALUE '00'.
           88 GRACE-FAC-EOF VALUE '10'.
           88 GRACE-FAC-NOT-FOUND VALUE '35'.

       01 GRACE-FAS-STATUS PIC X(02).
           88 GRACE-FAS-OK VALUE '00'.
           88 GRACE-FAS-EOF VALUE '10'.
           88 GRACE-FAS-NOT-FOUND VALUE '35'.

       01 GRACE-SQC-STATUS PIC X(02).
           88 GRACE-SQC-OK VALUE '00'.
           88 GRACE-SQC-EOF VALUE '10'.
           88 GRACE-SQC-NOT-FOUND VALUE '35'.

       01 GRACE-TX1-STATUS PIC X(02).
           88 GRACE-TX1-NOT-FOUND VALUE '35'.
       01 GRACE-TX2-STATUS PIC X(02).
           88 GRACE-TX2-NOT-FOUND VALUE '35'.
       01 GRACE-TX3-STATUS PIC X(02).
           88 GRACE-TX3-NOT-FOUND VALUE '35'.

       01 GRACE-TC1-STATUS PIC X(02).
           88 GRACE-TC1-OK VALUE '00'.
       01 GRACE-TC2-STATUS PIC X(02).
           88 GRACE-TC2-OK VALUE '00'.
       01 GRACE-TC3-STATUS PIC X(02).
           88 GRACE-TC3-OK VALUE '00'.

       01 GRACE-ALP-STATUS PIC X(02).
           88 GRACE-ALP-OK VALUE '00'.
           88 GRACE-ALP-NOT-FOUND VALUE '35'.

       01 GRACE-ALT-STATUS PIC X(02).
           88 GRACE-ALT-OK VALUE '00'.
           88 GRACE-ALT-EOF VALUE '10'.
           88 GRACE-ALT-NOT-FOUND VALUE '35'.

       01 GRACE-ALT-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-ALT-END-OF-FILE VALUE 'Y'.

       01 GRACE-FAW-DONE-SW PIC X(01) VALUE 'N'.
           88 GRACE-FAW-FILE-DONE VALUE 'Y'.

      *The first record of a site file, looked at without
      *disturbing the file.
       01 GRACE-FAW-FEED-SW PIC X(01) VALUE 'N'.
           88 GRACE-FAW-FEED-THERE VALUE 'Y'.
       01 GRACE-FAW-FEED-REC PIC X(80) VALUE SPACES.
       01 GRACE-FAW-FEED-FRAMED REDEFINES GRACE-FAW-FEED-REC.
           05 GRACE-FAW-FRAME-ID PIC X(02).
           05 GRACE-FAW-FRAME-SITE PIC X(02).
           05 GRACE-FAW-FRAME-SEQ PIC 9(06).
           05 FILLER PIC X(70).

      *Each site's window, tonight's state, and the carry.
       01 GRACE-FAW-SITE-CTL.
           05 GRACE-FAW-IDX PIC 9(01) VALUE ZERO.
           05 GRACE-FAW-SITE-TABLE OCCURS 3 TIMES.
               10 GRACE-FAW-SITE PIC X(02).
               10 GRACE-FAW-WATCHED PIC X(01).
               10 GRACE-FAW-EXPECTED-BY PIC 9(06).
               10 GRACE-FAW-CUTOFF PIC 9(06).
               10 GRACE-FAW-STATUS PIC X(01).
               10 GRACE-FAW-ARRIVED-AT PIC 9(06).
               10 GRACE-FAW-PAGED PIC X(01).
               10 GRACE-FAW-CARRY-STATUS PIC X(01).
               10 GRACE-FAW-CARRY-DATE PIC 9(08).
               10 GRACE-FAW-CARRY-CYCLE PIC 9(02).
               10 GRACE-FAW-NEXT-SEQ PIC 9(06).

       01 GRACE-FAW-WORK.
           05 GRACE-FAW-NOW-RAW PIC 9(08) VALUE ZERO.
           05 GRACE-FAW-NOW-TIME PIC 9(06) VALUE ZERO.
           05 GRACE-FAW-NIGHT-WORK PIC 9(06) VALUE ZERO.
           05 GRACE-FAW-NIGHT-NOW PIC 9(06) VALUE ZERO.
           05 GRACE-FAW-NIGHT-EXPECTED PIC 9(06) VALUE ZERO.
           05 GRACE-FAW-NIGHT-CUTOFF PIC 9(06) VALUE ZERO.
           05 GRACE-FAW-COPY-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-FAW-NEXT-PAGE-SEQ PIC 9(04) VALUE ZERO.
           05 GRACE-FAW-LINE PIC X(80) VALUE SPACES.

       01 GRACE-FAW-COUNTS.
           05 GRACE-FAW-ARRIVED-COUNT PIC 9(02) VALUE ZERO.
           05 GRACE-FAW-PENDING-COUNT PIC 9(02) VALUE ZERO.
           05 GRACE-FAW-LATE-COUNT PIC 9(02) VALUE ZERO.
           05 GRACE-FAW-PAGE-COUNT PIC 9(02) VALUE ZERO.

           COPY GRACERPTH.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE "GRACEFAW" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           PERFORM 0150-LOAD-RUN-CYCLE.
           ACCEPT GRACE-FAW-NOW-RAW FROM TIME.
           COMPUTE GRACE-FAW-NOW-TIME = GRACE-FAW-NOW-RAW / 100.
           MOVE GRACE-FAW-NOW-TIME TO GRACE-FAW-NIGHT-WORK.
           PERFORM 2900-PLACE-ON-THE-NIGHT.
           MOVE GRACE-FAW-NIGHT-WORK TO GRACE-FAW-NIGHT-NOW.
           PERFORM 0800-LOAD-WINDOW-CARDS.
           PERFORM 0850-LOAD-ARRIVAL-STATE.
           PERFORM 0900-LOAD-SEQUENCE-CONTROL.
           PERFORM 2000-WATCH-ONE-SITE
               VARYING GRACE-FAW-IDX FROM 1 BY 1
               UNTIL GRACE-FAW-IDX > 3.
           PERFORM 4000-WRITE-ARRIVAL-STATE.
           DISPLAY "FEEDS ARRIVED: " GRACE-FAW-ARRIVED-COUNT
               "  PENDING: " GRACE-FAW-PENDING-COUNT
               "  LATE: " GRACE-FAW-LATE-COUNT
               "  PAGED THIS PASS: " GRACE-FAW-PAGE-COUNT.
           IF GRACE-FAW-PENDING-COUNT > ZERO
               DISPLAY "MERGE HELD - " GRACE-FAW-PENDING-COUNT
                   " FEED(S) PENDING BEFORE CUTOFF"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "MERGE RELEASED"
               MOVE 0 TO RETURN-CODE
           END-IF.
           MOVE GRACE-FAW-ARRIVED-COUNT TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           GOBACK.

      *----------------------------------------------------------
      * 0800-LOAD-WINDOW-CARDS - a site with a good card is
      * watched; a card with a non-numeric time or an unknown
      * site is reported and ignored.
      *----------------------------------------------------------
       0800-LOAD-WINDOW-CARDS.
           MOVE "01" TO GRACE-FAW-SITE(1).
           MOVE "02" TO GRACE-FAW-SITE(2).
           MOVE "03" TO GRACE-FAW-SITE(3).
           PERFORM 0810-CLEAR-ONE-SITE
               VARYING GRACE-FAW-IDX FROM 1 BY 1
               UNTIL GRACE-FAW-IDX > 3.
           OPEN INPUT GRACE-FAC-FILE.
           IF GRACE-FAC-NOT-FOUND
               DISPLAY "GRACEFAC NOT FOUND - NO FEED WATCHED"
           ELSE
               MOVE 'N' TO GRACE-FAW-DONE-SW
               PERFORM 0820-READ-WINDOW-CARD
               PERFORM 0830-STORE-WINDOW-CARD
                   UNTIL GRACE-FAW-FILE-DONE
               CLOSE GRACE-FAC-FILE
           END-IF.

       0810-CLEAR-ONE-SITE.
           MOVE 'N' TO GRACE-FAW-WATCHED(GRACE-FAW-IDX).
           MOVE ZERO TO GRACE-FAW-EXPECTED-BY(GRACE-FAW-IDX).
           MOVE ZERO TO GRACE-FAW-CUTOFF(GRACE-FAW-IDX).
           MOVE 'U' TO GRACE-FAW-STATUS(GRACE-FAW-IDX).
           MOVE ZERO TO GRACE-FAW-ARRIVED-AT(GRACE-FAW-IDX).
           MOVE 'N' TO GRACE-FAW-PAGED(GRACE-FAW-IDX).
           MOVE SPACE TO GRACE-FAW-CARRY-STATUS(GRACE-FAW-IDX).
           MOVE ZERO TO GRACE-FAW-CARRY-DATE(GRACE-FAW-IDX).
           MOVE ZERO TO GRACE-FAW-CARRY-CYCLE(GRACE-FAW-IDX).
           MOVE 1 TO GRACE-FAW-NEXT-SEQ(GRACE-FAW-IDX).

       0820-READ-WINDOW-CARD.
           READ GRACE-FAC-FILE
               AT END
                   SET GRACE-FAW-FILE-DONE TO TRUE
           END-READ.

       0830-STORE-WINDOW-CARD.
           MOVE ZERO TO GRACE-FAW-IDX.
           EVALUATE GRACE-FAC-SITE-CODE
               WHEN "01"
                   MOVE 1 TO GRACE-FAW-IDX
               WHEN "02"
                   MOVE 2 TO GRACE-FAW-IDX
               WHEN "03"
                   MOVE 3 TO GRACE-FAW-IDX
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF GRACE-FAW-IDX = ZERO
                   OR GRACE-FAC-EXPECTED-BY NOT NUMERIC
                   OR GRACE-FAC-CUTOFF NOT NUMERIC
               DISPLAY "GRACEFAC CARD IGNORED - " GRACE-FAC-REC(1:14)
           ELSE
               MOVE 'Y' TO GRACE-FAW-WATCHED(GRACE-FAW-IDX)
               MOVE 'P' TO GRACE-FAW-STATUS(GRACE-FAW-IDX)
               MOVE GRACE-FAC-EXPECTED-BY
                   TO GRACE-FAW-EXPECTED-BY(GRACE-FAW-IDX)
               MOVE GRACE-FAC-CUTOFF
                   TO GRACE-FAW-CUTOFF(GRACE-FAW-IDX)
           END-IF.
           PERFORM 0820-READ-WINDOW-CARD.

      *----------------------------------------------------------
      * 0850-LOAD-ARRIVAL-STATE - the carry always comes forward;
      * tonight's status and paged flag come forward only from an
      * earlier pass on this same cycle, so a new night starts
      * every watched site pending and unpaged.
      *----------------------------------------------------------
       0850-LOAD-ARRIVAL-STATE.
           OPEN INPUT GRACE-FAS-FILE.
           IF GRACE-FAS-NOT-FOUND
               DISPLAY "GRACEFAS NOT FOUND - FIRST WATCHED NIGHT"
           ELSE
               MOVE 'N' TO GRACE-FAW-DONE-SW
               PERFORM 0860-READ-ARRIVAL-STATE
               PERFORM 0870-STORE-ARRIVAL-STATE
                   UNTIL GRACE-FAW-FILE-DONE
               CLOSE GRACE-FAS-FILE
           END-IF.

       0860-READ-ARRIVAL-STATE.
           READ GRACE-FAS-FILE
               AT END
                   SET GRACE-FAW-FILE-DONE TO TRUE
           END-READ.

       0870-STORE-ARRIVAL-STATE.
           PERFORM 0880-MATCH-ARRIVAL-SITE
               VARYING GRACE-FAW-IDX FROM 1 BY 1
               UNTIL GRACE-FAW-IDX > 3.
           PERFORM 0860-READ-ARRIVAL-STATE.

       0880-MATCH-ARRIVAL-SITE.
           IF GRACE-FAW-SITE(GRACE-FAW-IDX) = GRACE-FAS-SITE-CODE
               MOVE GRACE-FAS-CARRY-STATUS
                   TO GRACE-FAW-CARRY-STATUS(GRACE-FAW-IDX)
               MOVE GRACE-FAS-CARRY-DATE
                   TO GRACE-FAW-CARRY-DATE(GRACE-FAW-IDX)
               MOVE GRACE-FAS-CARRY-CYCLE
                   TO GRACE-FAW-CARRY-CYCLE(GRACE-FAW-IDX)
               IF GRACE-FAS-DATE = GRACE-CYC-DATE
                       AND GRACE-FAS-CYCLE = GRACE-CYC-NUMBER
                       AND GRACE-FAW-WATCHED(GRACE-FAW-IDX) = 'Y'
                       AND NOT GRACE-FAS-UNWATCHED
                   MOVE GRACE-FAS-FEED-STATUS
                       TO GRACE-FAW-STATUS(GRACE-FAW-IDX)
                   MOVE GRACE-FAS-ARRIVED-AT
                       TO GRACE-FAW-ARRIVED-AT(GRACE-FAW-IDX)
                   MOVE GRACE-FAS-PAGED
                       TO GRACE-FAW-PAGED(GRACE-FAW-IDX)
               END-IF
           END-IF.

       0900-LOAD-SEQUENCE-CONTROL.
           OPEN INPUT GRACE-SQC-FILE.
           IF GRACE-SQC-NOT-FOUND
               CONTINUE
           ELSE
               MOVE 'N' TO GRACE-FAW-DONE-SW
               PERFORM 0910-READ-SEQUENCE-RECORD
               PERFORM 0920-STORE-SEQUENCE-RECORD
                   UNTIL GRACE-FAW-FILE-DONE
               CLOSE GRACE-SQC-FILE
           END-IF.

       0910-READ-SEQUENCE-RECORD.
           READ GRACE-SQC-FILE
               AT END
                   SET GRACE-FAW-FILE-DONE TO TRUE
           END-READ.

       0920-STORE-SEQUENCE-RECORD.
           PERFORM 0930-MATCH-SEQUENCE-SITE
               VARYING GRACE-FAW-IDX FROM 1 BY 1
               UNTIL GRACE-FAW-IDX > 3.
           PERFORM 0910-READ-SEQUENCE-RECORD.

       0930-MATCH-SEQUENCE-SITE.
           IF GRACE-FAW-SITE(GRACE-FAW-IDX) = GRACE-SQC-SITE-CODE
               COMPUTE GRACE-FAW-NEXT-SEQ(GRACE-FAW-IDX) =
                   GRACE-SQC-LAST-SEQ + 1
           END-IF.

      *----------------------------------------------------------
      * 2000-WATCH-ONE-SITE - an outstanding late feed is looked
      * for first, so that it is set aside before tonight's feed
      * is judged; then a pending site is judged on the clock.
      *----------------------------------------------------------
       2000-WATCH-ONE-SITE.
           IF GRACE-FAW-CARRY-STATUS(GRACE-FAW-IDX) = 'O'
                   AND GRACE-FAW-STATUS(GRACE-FAW-IDX) NOT = 'A'
               PERFORM 2100-LOOK-FOR-LATE-FEED
           END-IF.
           IF GRACE-FAW-WATCHED(GRACE-FAW-IDX) = 'Y'
               IF GRACE-FAW-STATUS(GRACE-FAW-IDX) = 'P'
                   PERFORM 2300-LOOK-FOR-TONIGHTS-FEED
               END-IF
               EVALUATE GRACE-FAW-STATUS(GRACE-FAW-IDX)
                   WHEN 'A'
                       ADD 1 TO GRACE-FAW-ARRIVED-COUNT
                   WHEN 'P'
                       ADD 1 TO GRACE-FAW-PENDING-COUNT
                   WHEN 'L'
                       ADD 1 TO GRACE-FAW-LATE-COUNT
               END-EVALUATE
           END-IF.

      *The late feed is the one whose header carries the sequence
      *the site still owes; anything else on the site file is
      *tonight's delivery and is left where it is.
       2100-LOOK-FOR-LATE-FEED.
           PERFORM 2500-PEEK-AT-SITE-FEED.
           IF GRACE-FAW-FEED-THERE
                   AND GRACE-FAW-FRAME-ID = "HD"
                   AND GRACE-FAW-FRAME-SEQ
                   = GRACE-FAW-NEXT-SEQ(GRACE-FAW-IDX)
               PERFORM 2600-SET-ASIDE-LATE-FEED
               MOVE 'C' TO GRACE-FAW-CARRY-STATUS(GRACE-FAW-IDX)
               MOVE "GRC3010I" TO GRACE-MSG-ID
               MOVE GRACE-FAW-SITE(GRACE-FAW-IDX) TO GRACE-MSG-SUB1
               PERFORM 8800-DISPLAY-MESSAGE
               DISPLAY "  FEED OF " GRACE-FAW-CARRY-DATE(GRACE-FAW-IDX)
                   " CYCLE " GRACE-FAW-CARRY-CYCLE(GRACE-FAW-IDX)
                   " - " GRACE-FAW-COPY-COUNT " RECORD(S) TO GRACETC"
                   GRACE-FAW-IDX
           END-IF.

      *----------------------------------------------------------
      * 2300-LOOK-FOR-TONIGHTS-FEED - arrived, late past the
      * cutoff, overdue past the window (paged once), or not yet
      * due.
      *----------------------------------------------------------
       2300-LOOK-FOR-TONIGHTS-FEED.
           PERFORM 2500-PEEK-AT-SITE-FEED.
           MOVE GRACE-FAW-EXPECTED-BY(GRACE-FAW-IDX)
               TO GRACE-FAW-NIGHT-WORK.
           PERFORM 2900-PLACE-ON-THE-NIGHT.
           MOVE GRACE-FAW-NIGHT-WORK TO GRACE-FAW-NIGHT-EXPECTED.
           MOVE GRACE-FAW-CUTOFF(GRACE-FAW-IDX)
               TO GRACE-FAW-NIGHT-WORK.
           PERFORM 2900-PLACE-ON-THE-NIGHT.
           MOVE GRACE-FAW-NIGHT-WORK TO GRACE-FAW-NIGHT-CUTOFF.
           EVALUATE TRUE
               WHEN GRACE-FAW-FEED-THERE
                   MOVE 'A' TO GRACE-FAW-STATUS(GRACE-FAW-IDX)
                   MOVE GRACE-FAW-NOW-TIME
                       TO GRACE-FAW-ARRIVED-AT(GRACE-FAW-IDX)
                   IF GRACE-FAW-NIGHT-NOW > GRACE-FAW-NIGHT-EXPECTED
                       DISPLAY "SITE " GRACE-FAW-SITE(GRACE-FAW-IDX)
                           " FEED ARRIVED AFTER ITS WINDOW - SEEN "
                           GRACE-FAW-NOW-TIME
                   ELSE
                       DISPLAY "SITE " GRACE-FAW-SITE(GRACE-FAW-IDX)
                           " FEED ARRIVED - SEEN " GRACE-FAW-NOW-TIME
                   END-IF
               WHEN GRACE-FAW-NIGHT-NOW > GRACE-FAW-NIGHT-CUTOFF
                   MOVE 'L' TO GRACE-FAW-STATUS(GRACE-FAW-IDX)
                   IF GRACE-FAW-PAGED(GRACE-FAW-IDX) = 'N'
                       PERFORM 3000-PAGE-THE-SITE
                   END-IF
                   MOVE "GRC3009W" TO GRACE-MSG-ID
                   MOVE GRACE-FAW-SITE(GRACE-FAW-IDX)
                       TO GRACE-MSG-SUB1
                   PERFORM 8800-DISPLAY-MESSAGE
               WHEN GRACE-FAW-NIGHT-NOW > GRACE-FAW-NIGHT-EXPECTED
                   DISPLAY "SITE " GRACE-FAW-SITE(GRACE-FAW-IDX)
                       " FEED OVERDUE - EXPECTED BY "
                       GRACE-FAW-EXPECTED-BY(GRACE-FAW-IDX)
                       " CUTOFF " GRACE-FAW-CUTOFF(GRACE-FAW-IDX)
                   IF GRACE-FAW-PAGED(GRACE-FAW-IDX) = 'N'
                       PERFORM 3000-PAGE-THE-SITE
                   END-IF
               WHEN OTHER
                   DISPLAY "SITE " GRACE-FAW-SITE(GRACE-FAW-IDX)
                       " FEED NOT YET DUE - EXPECTED BY "
                       GRACE-FAW-EXPECTED-BY(GRACE-FAW-IDX)
           END-EVALUATE.

      *----------------------------------------------------------
      * 2500-PEEK-AT-SITE-FEED reads the first record of the
      * site's file, if there is a file and it holds anything. An
      * emptied file is no feed.
      *----------------------------------------------------------
       2500-PEEK-AT-SITE-FEED.
           MOVE 'N' TO GRACE-FAW-FEED-SW.
           MOVE SPACES TO GRACE-FAW-FEED-REC.
           EVALUATE GRACE-FAW-IDX
               WHEN 1
                   PERFORM 2510-PEEK-AT-SITE-1
               WHEN 2
                   PERFORM 2520-PEEK-AT-SITE-2
               WHEN 3
                   PERFORM 2530-PEEK-AT-SITE-3
           END-EVALUATE.

       2510-PEEK-AT-SITE-1.
           OPEN INPUT GRACE-TX1-FILE.
           IF GRACE-TX1-NOT-FOUND
               CONTINUE
           ELSE
               READ GRACE-TX1-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE GRACE-TX1-REC TO GRACE-FAW-FEED-REC
                       SET GRACE-FAW-FEED-THERE TO TRUE
               END-READ
               CLOSE GRACE-TX1-FILE
           END-IF.

       2520-PEEK-AT-SITE-2.
           OPEN INPUT GRACE-TX2-FILE.
           IF GRACE-TX2-NOT-FOUND
               CONTINUE
           ELSE
               READ GRACE-TX2-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE GRACE-TX2-REC TO GRACE-FAW-FEED-REC
                       SET GRACE-FAW-FEED-THERE TO TRUE
               END-READ
               CLOSE GRACE-TX2-FILE
           END-IF.

       2530-PEEK-AT-SITE-3.
           OPEN INPUT GRACE-TX3-FILE.
           IF GRACE-TX3-NOT-FOUND
               CONTINUE
           ELSE
               READ GRACE-TX3-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE GRACE-TX3-REC TO GRACE-FAW-FEED-REC
                       SET GRACE-FAW-FEED-THERE TO TRUE
               END-READ
               CLOSE GRACE-TX3-FILE
           END-IF.

      *----------------------------------------------------------
      * 2600-SET-ASIDE-LATE-FEED copies the site file whole to
      * its carry file, then empties the site file - the
      * GRACEALR/GRACEARC copy-then-clear pattern - so the
      * night's own delivery lands on an empty file.
      *----------------------------------------------------------
       2600-SET-ASIDE-LATE-FEED.
           MOVE ZERO TO GRACE-FAW-COPY-COUNT.
           MOVE 'N' TO GRACE-FAW-DONE-SW.
           EVALUATE GRACE-FAW-IDX
               WHEN 1
                   OPEN INPUT GRACE-TX1-FILE
                   OPEN OUTPUT GRACE-TC1-FILE
                   PERFORM 2610-COPY-ONE-SITE-1
                       UNTIL GRACE-FAW-FILE-DONE
                   CLOSE GRACE-TX1-FILE
                   CLOSE GRACE-TC1-FILE
                   OPEN OUTPUT GRACE-TX1-FILE
                   CLOSE GRACE-TX1-FILE
               WHEN 2
                   OPEN INPUT GRACE-TX2-FILE
                   OPEN OUTPUT GRACE-TC2-FILE
                   PERFORM 2620-COPY-ONE-SITE-2
                       UNTIL GRACE-FAW-FILE-DONE
                   CLOSE GRACE-TX2-FILE
                   CLOSE GRACE-TC2-FILE
                   OPEN OUTPUT GRACE-TX2-FILE
                   CLOSE GRACE-TX2-FILE
               WHEN 3
                   OPEN INPUT GRACE-TX3-FILE
                   OPEN OUTPUT GRACE-TC3-FILE
                   PERFORM 2630-COPY-ONE-SITE-3
                       UNTIL GRACE-FAW-FILE-DONE
                   CLOSE GRACE-TX3-FILE
                   CLOSE GRACE-TC3-FILE
                   OPEN OUTPUT GRACE-TX3-FILE
                   CLOSE GRACE-TX3-FILE
           END-EVALUATE.

       2610-COPY-ONE-SITE-1.
           READ GRACE-TX1-FILE
               AT END
                   SET GRACE-FAW-FILE-DONE TO TRUE
               NOT AT END
                   WRITE GRACE-TC1-REC FROM GRACE-TX1-REC
                   ADD 1 TO GRACE-FAW-COPY-COUNT
           END-READ.

       2620-COPY-ONE-SITE-2.
           READ GRACE-TX2-FILE
               AT END
                   SET GRACE-FAW-FILE-DONE TO TRUE
               NOT AT END
                   WRITE GRACE-TC2-REC FROM GRACE-TX2-REC
                   ADD 1 TO GRACE-FAW-COPY-COUNT
           END-READ.

       2630-COPY-ONE-SITE-3.
           READ GRACE-TX3-FILE
               AT END
                   SET GRACE-FAW-FILE-DONE TO TRUE
               NOT AT END
                   WRITE GRACE-TC3-REC FROM GRACE-TX3-REC
                   ADD 1 TO GRACE-FAW-COPY-COUNT
           END-READ.

      *The batch night runs noon to noon: a time before noon is
      *carried past midnight so it compares after the evening.
       2900-PLACE-ON-THE-NIGHT.
           IF GRACE-FAW-NIGHT-WORK < 120000
               ADD 240000 TO GRACE-FAW-NIGHT-WORK
           END-IF.

       3000-PAGE-THE-SITE.
           MOVE SPACES TO GRACE-FAW-LINE.
           STRING "P " DELIMITED BY SIZE
               GRACE-CYC-DATE DELIMITED BY SIZE
               " GRACEFAW SITE " DELIMITED BY SIZE
               GRACE-FAW-SITE(GRACE-FAW-IDX) DELIMITED BY SIZE
               " FEED NOT ARRIVED - EXPECTED BY " DELIMITED BY SIZE
               GRACE-FAW-EXPECTED-BY(GRACE-FAW-IDX)
                   DELIMITED BY SIZE
               " CUTOFF " DELIMITED BY SIZE
               GRACE-FAW-CUTOFF(GRACE-FAW-IDX) DELIMITED BY SIZE
               INTO GRACE-FAW-LINE
           END-STRING.
           OPEN EXTEND GRACE-ALP-FILE.
           IF GRACE-ALP-NOT-FOUND
               OPEN OUTPUT GRACE-ALP-FILE
           END-IF.
           WRITE GRACE-ALP-REC FROM GRACE-FAW-LINE.
           CLOSE GRACE-ALP-FILE.
           PERFORM 3100-INDEX-THE-PAGE.
           MOVE 'Y' TO GRACE-FAW-PAGED(GRACE-FAW-IDX).
           ADD 1 TO GRACE-FAW-PAGE-COUNT.
           MOVE "GRC3013W" TO GRACE-MSG-ID.
           MOVE GRACE-FAW-SITE(GRACE-FAW-IDX) TO GRACE-MSG-SUB1.
           PERFORM 8800-DISPLAY-MESSAGE.

      *----------------------------------------------------------
      * 3100-INDEX-THE-PAGE - the matching GRACEALT entry, its
      * sequence continuing past tonight's highest, as GRACESTL
      * indexes its stall page.
      *----------------------------------------------------------
       3100-INDEX-THE-PAGE.
           MOVE ZERO TO GRACE-FAW-NEXT-PAGE-SEQ.
           MOVE 'N' TO GRACE-ALT-EOF-SW.
           OPEN INPUT GRACE-ALT-FILE.
           IF GRACE-ALT-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM 3110-READ-PAGE-INDEX
               PERFORM 3120-NOTE-ONE-INDEX-ENTRY
                   UNTIL GRACE-ALT-END-OF-FILE
               CLOSE GRACE-ALT-FILE
           END-IF.
           ADD 1 TO GRACE-FAW-NEXT-PAGE-SEQ.
           OPEN EXTEND GRACE-ALT-FILE.
           IF GRACE-ALT-NOT-FOUND
               OPEN OUTPUT GRACE-ALT-FILE
           END-IF.
           MOVE SPACES TO GRACE-ALT-REC.
           MOVE GRACE-CYC-DATE TO GRACE-ALT-DATE.
           MOVE GRACE-FAW-NEXT-PAGE-SEQ TO GRACE-ALT-SEQ.
           MOVE GRACE-FAW-NOW-TIME TO GRACE-ALT-TIME.
           MOVE "GRACEFAW" TO GRACE-ALT-SOURCE.
           MOVE SPACES TO GRACE-ALT-TEXT.
           STRING "SITE " DELIMITED BY SIZE
               GRACE-FAW-SITE(GRACE-FAW-IDX) DELIMITED BY SIZE
               " FEED NOT ARRIVED - CUTOFF " DELIMITED BY SIZE
               GRACE-FAW-CUTOFF(GRACE-FAW-IDX) DELIMITED BY SIZE
               INTO GRACE-ALT-TEXT
           END-STRING.
           WRITE GRACE-ALT-REC.
           CLOSE GRACE-ALT-FILE.

       3110-READ-PAGE-INDEX.
           READ GRACE-ALT-FILE
               AT END
                   SET GRACE-ALT-END-OF-FILE TO TRUE
           END-READ.

       3120-NOTE-ONE-INDEX-ENTRY.
           IF GRACE-ALT-DATE = GRACE-CYC-DATE
                   AND GRACE-ALT-SEQ > GRACE-FAW-NEXT-PAGE-SEQ
               MOVE GRACE-ALT-SEQ TO GRACE-FAW-NEXT-PAGE-SEQ
           END-IF.
           PERFORM 3110-READ-PAGE-INDEX.

       4000-WRITE-ARRIVAL-STATE.
           OPEN OUTPUT GRACE-FAS-FILE.
           PERFORM 4100-WRITE-ONE-SITE-STATE
               VARYING GRACE-FAW-IDX FROM 1 BY 1
               UNTIL GRACE-FAW-IDX > 3.
           CLOSE GRACE-FAS-FILE.

       4100-WRITE-ONE-SITE-STATE.
           MOVE SPACES TO GRACE-FAS-REC.
           MOVE GRACE-FAW-SITE(GRACE-FAW-IDX) TO GRACE-FAS-SITE-CODE.
           MOVE GRACE-CYC-DATE TO GRACE-FAS-DATE.
           MOVE GRACE-CYC-NUMBER TO GRACE-FAS-CYCLE.
           MOVE GRACE-FAW-STATUS(GRACE-FAW-IDX)
               TO GRACE-FAS-FEED-STATUS.
           MOVE GRACE-FAW-EXPECTED-BY(GRACE-FAW-IDX)
               TO GRACE-FAS-EXPECTED-BY.
           MOVE GRACE-FAW-CUTOFF(GRACE-FAW-IDX) TO GRACE-FAS-CUTOFF.
           MOVE GRACE-FAW-ARRIVED-AT(GRACE-FAW-IDX)
               TO GRACE-FAS-ARRIVED-AT.
           MOVE GRACE-FAW-PAGED(GRACE-FAW-IDX) TO GRACE-FAS-PAGED.
           MOVE GRACE-FAW-CARRY-STATUS(GRACE-FAW-IDX)
               TO GRACE-FAS-CARRY-STATUS.
           MOVE GRACE-FAW-CARRY-DATE(GRACE-FAW-IDX)
               TO GRACE-FAS-CARRY-DATE.
           MOVE GRACE-FAW-CARRY-CYCLE(GRACE-FAW-IDX)
               TO GRACE-FAS-CARRY-CYCLE.
           WRITE GRACE-FAS-REC.

           COPY GRACERPTP.

           COPY GRACEMSGP.

           COPY GRACECYCP.
