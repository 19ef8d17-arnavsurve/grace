      *   4 - GRACEHWB hold-queue workbench     (level 1+)
      *   5 - GRACENQY customer name lookup     (level 1+)
      *   6 - GRACERSI run-status inquiry       (level 1+)
      *   7 - GRACERVW amount review queue      (level 3)
      *   8 - GRACESIM standing instructions    (level 1+)
      *   9 - GRACEWOM write-off review         (level 3)
      *   A - GRACEADE monetary adjustments     (level 2+)
      *   B - GRACEQAM QA sample review         (level 1+)
      *   C - GRACERWK reject correction        (level 1+)
      *   D - GRACECSM customer service cases   (level 1+)
      *   E - GRACELBA remittance suspense      (level 1+)
      *   R - GRACETRF refresh training sandbox (training only)
      *   X - sign off
      *
      * One session trail goes to GRACECHG: sign-on, one record
      * instead of fragments. The GRACESSN session is cleared at
      * sign-off, and a console that abends leaves a stale 'Y'
      * only until the next console sign-on rewrites it.
      *
      * A Y in the sign-on screen's TRAINING field signs a new
      * clerk on to the training sandbox instead of the live
      * files. The operator still verifies against the real
      * GRACEOSC; the console then points every DD the screens
      * open at the sandbox dataset the GRACETRN deck names for
      * it, and the guard (1500) proves each one lies under the
      * deck's sandbox prefix - a DD missing from the deck, a
      * dataset outside the prefix, or a prefix that could take
      * in the production GRACE.BATCH datasets refuses the
      * training sign-on and ends the console before a screen
      * is reached. The session itself, its GRACECHG trail and
      * the GRACESSN record the screens adopt all live in the
      * sandbox; the session record carries mode T, so every
      * screen shows the TRAINING banner. Only the request for
      * a sandbox session is logged on the production GRACECHG.
      * Option R reloads the sandbox customer, parameter and
      * hold files from the masked test data (GRACETRF).
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT GRACE-CHG-FILE ASSIGN TO GRACECHG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CHG-STATUS.
           SELECT GRACE-TRN-FILE ASSIGN TO GRACETRN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-TRN-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
           COPY GRACECHGR.

       FD  GRACE-TRN-FILE
           RECORDING MODE IS F.
           COPY GRACETRN.

       WORKING-STORAGE SECTION.
           COPY GRACEOPSH.

       01 GRACE-CON-FUNCTION-NAME PIC X(08) VALUE SPACES.
       01 GRACE-CON-FUNCTIONS-USED PIC 9(03) VALUE ZERO.

       01 GRACE-CON-TRAINING PIC X(01) VALUE SPACE.
           88 GRACE-CON-WANTS-TRAINING VALUE 'Y' 'y'.

       01 GRACE-TRN-STATUS PIC X(02).
           88 GRACE-TRN-NOT-FOUND VALUE '35'.
       01 GRACE-TRN-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-TRN-END-OF-FILE VALUE 'Y'.

       01 GRACE-CON-REFUSED-SW PIC X(01) VALUE 'N'.
           88 GRACE-CON-SANDBOX-REFUSED VALUE 'Y'.

      *The production qualifier no sandbox prefix may overlap.
       01 GRACE-CON-PROD-PREFIX PIC X(12) VALUE "GRACE.BATCH.".
       01 GRACE-CON-PREFIX PIC X(71) VALUE SPACES.
       01 GRACE-CON-PREFIX-LEN PIC 9(02) VALUE ZERO.
       01 GRACE-CON-CMP-LEN PIC 9(02) VALUE ZERO.
       01 GRACE-CON-ENV-NAME PIC X(12) VALUE SPACES.
       01 GRACE-CON-ENV-VALUE PIC X(80) VALUE SPACES.

      *Sandbox deck as loaded - DD name and sandbox dataset.
       01 GRACE-CON-DECK-CTL.
           05 GRACE-CON-DECK-USED PIC 9(02) VALUE ZERO.
           05 GRACE-CON-DECK-IDX PIC 9(02) VALUE ZERO.
           05 GRACE-CON-DECK-FOUND PIC 9(02) VALUE ZERO.
           05 GRACE-CON-DECK-ENTRY OCCURS 60 TIMES.
               10 GRACE-CON-DECK-DD PIC X(08).
               10 GRACE-CON-DECK-DSN PIC X(71).

      *Every DD the console's screens and the sandbox refresh
      *open. Each must be on the deck, under the prefix, before
      *a training session reaches its first screen.
       01 GRACE-CON-GUARD-VALUES.
           05 FILLER PIC X(40)
               VALUE "GRACEMSGGRACELCKGRACERUNGRACEPRMGRACEOSC".
           05 FILLER PIC X(40)
               VALUE "GRACESSNGRACECHGGRACEPNDGRACEAPCGRACERMX".
           05 FILLER PIC X(40)
               VALUE "GRACEGSLGRACEPSLGRACEFXRGRACERBKGRACECSK".
           05 FILLER PIC X(40)
               VALUE "GRACECCLGRACEUNFGRACECPFGRACERELGRACECSH".
           05 FILLER PIC X(40)
               VALUE "GRACENDXGRACEDOVGRACECYCGRACEHLDGRACEHLW".
           05 FILLER PIC X(40)
               VALUE "GRACEEXCGRACERSBGRACEHDPGRACERTYGRACEROS".
           05 FILLER PIC X(40)
               VALUE "GRACERN1GRACERN2GRACERN3GRACERVQGRACESIN".
           05 FILLER PIC X(40)
               VALUE "GRACEWOFGRACEADLGRACEADJGRACEQAWGRACECST".
           05 FILLER PIC X(40)
               VALUE "GRACETMCGRACETMPGRACETMHGRACECTGGRACERJC".
           05 FILLER PIC X(40)
               VALUE "GRACERJVGRACERJDGRACERICGRACERIVGRACETER".
           05 FILLER PIC X(40)
               VALUE "GRACECASGRACECANGRACELBUGRACEACTGRACEMST".
       01 GRACE-CON-GUARD-TABLE REDEFINES GRACE-CON-GUARD-VALUES.
           05 GRACE-CON-GUARD-DD PIC X(08) OCCURS 55 TIMES.
       01 GRACE-CON-GUARD-IDX PIC 9(02) VALUE ZERO.

       SCREEN SECTION.
       01 GRACE-CON-SIGNON-SCREEN.
           05 BLANK SCREEN.
           05 LINE 5 COLUMN 10 VALUE "PASSWORD............: ".
           05 LINE 5 COLUMN 32 PIC X(08) TO GRACE-OPS-SIGNON-PWD
               SECURE.
           05 LINE 6 COLUMN 10 VALUE "TRAINING (Y/N).......: ".
           05 LINE 6 COLUMN 32 PIC X(01) TO GRACE-CON-TRAINING.

       01 GRACE-CON-MENU-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 10 PIC X(40) FROM GRACE-OPS-BANNER.
           05 LINE 2 COLUMN 10 VALUE "GRACE OPERATOR CONSOLE".
           05 LINE 4 COLUMN 10 VALUE "1 - PARAMETER MAINTENANCE".
           05 LINE 5 COLUMN 10 VALUE "2 - PARAMETER LIBRARY MENU".
           05 LINE 7 COLUMN 10 VALUE "4 - HOLD-QUEUE WORKBENCH".
           05 LINE 8 COLUMN 10 VALUE "5 - CUSTOMER NAME LOOKUP".
           05 LINE 9 COLUMN 10 VALUE "6 - RUN-STATUS INQUIRY".
           05 LINE 10 COLUMN 10 VALUE "7 - AMOUNT REVIEW QUEUE".
           05 LINE 11 COLUMN 10 VALUE "8 - STANDING INSTRUCTIONS".
           05 LINE 12 COLUMN 10 VALUE "9 - WRITE-OFF REVIEW".
           05 LINE 13 COLUMN 10 VALUE "A - MONETARY ADJUSTMENTS".
           05 LINE 14 COLUMN 10 VALUE "B - QA SAMPLE REVIEW".
           05 LINE 15 COLUMN 10 VALUE "C - REJECT CORRECTION".
           05 LINE 16 COLUMN 10 VALUE "D - CUSTOMER SERVICE CASES".
           05 LINE 17 COLUMN 10 VALUE "E - REMITTANCE SUSPENSE".
           05 LINE 18 COLUMN 10 VALUE "X - SIGN OFF".
           05 LINE 19 COLUMN 10 VALUE "R - REFRESH TRAINING SANDBOX".
           05 LINE 20 COLUMN 10 VALUE "CHOICE..............: ".
           05 LINE 20 COLUMN 32 PIC X(01) TO GRACE-CON-CHOICE.

       PROCEDURE DIVISION.
       MAIN SECTION.
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           IF GRACE-CON-WANTS-TRAINING
               PERFORM 1500-ENTER-TRAINING
               IF GRACE-CON-SANDBOX-REFUSED
                   DISPLAY "*** TRAINING SANDBOX REFUSED - CONSOLE "
                       "ENDED ***"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           PERFORM 1000-OPEN-THE-SESSION.
           PERFORM 2000-TAKE-ONE-CHOICE
               UNTIL GRACE-CON-SIGNOFF.
           MOVE GRACE-OPS-OPERATOR-NAME
               TO GRACE-SSN-OPERATOR-NAME.
           MOVE GRACE-OPS-AUTH-LEVEL TO GRACE-SSN-AUTH-LEVEL.
           IF GRACE-OPS-TRAINING
               MOVE 'T' TO GRACE-SSN-MODE
           END-IF.
           ACCEPT GRACE-SSN-DATE FROM DATE YYYYMMDD.
           ACCEPT GRACE-CON-TIME-RAW FROM TIME.
           COMPUTE GRACE-SSN-TIME = GRACE-CON-TIME-RAW / 100.
           PERFORM 8900-WRITE-CHANGE-RECORD.
           DISPLAY "SIGNED ON: " GRACE-OPS-OPERATOR-NAME
               " (LEVEL " GRACE-OPS-AUTH-LEVEL ")".
           IF GRACE-OPS-TRAINING
               DISPLAY GRACE-OPS-BANNER
           END-IF.

      *----------------------------------------------------------
      * 1500-ENTER-TRAINING - the training sign-on and its guard.
      * The request is logged on the production GRACECHG while
      * that is still the DD's dataset; then the deck is loaded
      * and checked whole - prefix, every card, every guarded DD
      * present - before any DD is repointed, and after the
      * repoint every guarded DD is read back from the
      * environment and proved to lie under the prefix. Any
      * failure leaves the switch refused and the console ends.
      *----------------------------------------------------------
       1500-ENTER-TRAINING.
           MOVE SPACES TO GRACE-CHG-REC.
           MOVE "GRACESSN" TO GRACE-CHG-FILE-NAME.
           MOVE "TRAINING" TO GRACE-CHG-FIELD-NAME.
           MOVE GRACE-OPS-SIGNON-ID TO GRACE-CHG-OLD-VALUE.
           MOVE "SANDBOX SIGN-ON" TO GRACE-CHG-NEW-VALUE.
           PERFORM 8900-WRITE-CHANGE-RECORD.
           MOVE 'N' TO GRACE-CON-REFUSED-SW.
           PERFORM 1510-LOAD-TRAINING-DECK.
           IF NOT GRACE-CON-SANDBOX-REFUSED
               PERFORM 1520-CHECK-SANDBOX-PREFIX
           END-IF.
           IF NOT GRACE-CON-SANDBOX-REFUSED
               PERFORM 1530-CHECK-DECK-CARD
                   VARYING GRACE-CON-DECK-IDX FROM 1 BY 1
                   UNTIL GRACE-CON-DECK-IDX > GRACE-CON-DECK-USED
               PERFORM 1540-CHECK-GUARDED-DD
                   VARYING GRACE-CON-GUARD-IDX FROM 1 BY 1
                   UNTIL GRACE-CON-GUARD-IDX > 55
           END-IF.
           IF NOT GRACE-CON-SANDBOX-REFUSED
               PERFORM 1560-POINT-ONE-DD
                   VARYING GRACE-CON-DECK-IDX FROM 1 BY 1
                   UNTIL GRACE-CON-DECK-IDX > GRACE-CON-DECK-USED
               PERFORM 1570-PROVE-GUARDED-DD
                   VARYING GRACE-CON-GUARD-IDX FROM 1 BY 1
                   UNTIL GRACE-CON-GUARD-IDX > 55
           END-IF.
           IF NOT GRACE-CON-SANDBOX-REFUSED
               MOVE 'Y' TO GRACE-OPS-TRAINING-SW
               MOVE GRACE-OPS-TRAINING-TEXT TO GRACE-OPS-BANNER
           END-IF.

       1510-LOAD-TRAINING-DECK.
           MOVE ZERO TO GRACE-CON-DECK-USED.
           MOVE SPACES TO GRACE-CON-PREFIX.
           MOVE 'N' TO GRACE-TRN-EOF-SW.
           OPEN INPUT GRACE-TRN-FILE.
           IF GRACE-TRN-NOT-FOUND
               DISPLAY "GRACETRN SANDBOX DECK NOT FOUND"
               MOVE 'Y' TO GRACE-CON-REFUSED-SW
           ELSE
               PERFORM 1515-READ-ONE-DECK-CARD
                   UNTIL GRACE-TRN-END-OF-FILE
               CLOSE GRACE-TRN-FILE
           END-IF.

       1515-READ-ONE-DECK-CARD.
           READ GRACE-TRN-FILE
               AT END
                   SET GRACE-TRN-END-OF-FILE TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN GRACE-TRN-DD-NAME = SPACES
                           CONTINUE
                       WHEN GRACE-TRN-DD-NAME = "PREFIX"
                           MOVE GRACE-TRN-DATASET TO GRACE-CON-PREFIX
                       WHEN GRACE-CON-DECK-USED = 60
                           DISPLAY "GRACETRN DECK OVER 60 CARDS"
                           MOVE 'Y' TO GRACE-CON-REFUSED-SW
                       WHEN OTHER
                           ADD 1 TO GRACE-CON-DECK-USED
                           MOVE GRACE-TRN-DD-NAME TO GRACE-CON-DECK-DD
                               (GRACE-CON-DECK-USED)
                           MOVE GRACE-TRN-DATASET
                               TO GRACE-CON-DECK-DSN
                               (GRACE-CON-DECK-USED)
                   END-EVALUATE
           END-READ.

      *The prefix is one qualifier string with no embedded space;
      *it may neither take in nor sit inside GRACE.BATCH.
       1520-CHECK-SANDBOX-PREFIX.
           MOVE ZERO TO GRACE-CON-PREFIX-LEN.
           INSPECT GRACE-CON-PREFIX TALLYING GRACE-CON-PREFIX-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF GRACE-CON-PREFIX-LEN < 3
               DISPLAY "GRACETRN SANDBOX PREFIX MISSING OR TOO SHORT"
               MOVE 'Y' TO GRACE-CON-REFUSED-SW
           ELSE
               IF GRACE-CON-PREFIX-LEN < 12
                   MOVE GRACE-CON-PREFIX-LEN TO GRACE-CON-CMP-LEN
               ELSE
                   MOVE 12 TO GRACE-CON-CMP-LEN
               END-IF
               IF GRACE-CON-PREFIX(1:GRACE-CON-CMP-LEN)
                       = GRACE-CON-PROD-PREFIX(1:GRACE-CON-CMP-LEN)
                   DISPLAY "SANDBOX PREFIX " GRACE-CON-PREFIX
                       (1:GRACE-CON-PREFIX-LEN)
                       " OVERLAPS PRODUCTION"
                   MOVE 'Y' TO GRACE-CON-REFUSED-SW
               END-IF
           END-IF.

       1530-CHECK-DECK-CARD.
           IF GRACE-CON-DECK-DSN(GRACE-CON-DECK-IDX)
                   (1:GRACE-CON-PREFIX-LEN)
                   NOT = GRACE-CON-PREFIX(1:GRACE-CON-PREFIX-LEN)
               DISPLAY "SANDBOX CARD " GRACE-CON-DECK-DD
                   (GRACE-CON-DECK-IDX) " IS OUTSIDE THE PREFIX"
               MOVE 'Y' TO GRACE-CON-REFUSED-SW
           END-IF.

       1540-CHECK-GUARDED-DD.
           MOVE ZERO TO GRACE-CON-DECK-FOUND.
           PERFORM 1550-MATCH-DECK-CARD
               VARYING GRACE-CON-DECK-IDX FROM 1 BY 1
               UNTIL GRACE-CON-DECK-IDX > GRACE-CON-DECK-USED.
           IF GRACE-CON-DECK-FOUND = ZERO
               DISPLAY "NO SANDBOX DATASET FOR "
                   GRACE-CON-GUARD-DD(GRACE-CON-GUARD-IDX)
               MOVE 'Y' TO GRACE-CON-REFUSED-SW
           END-IF.

       1550-MATCH-DECK-CARD.
           IF GRACE-CON-DECK-DD(GRACE-CON-DECK-IDX)
                   = GRACE-CON-GUARD-DD(GRACE-CON-GUARD-IDX)
               MOVE GRACE-CON-DECK-IDX TO GRACE-CON-DECK-FOUND
           END-IF.

       1560-POINT-ONE-DD.
           MOVE SPACES TO GRACE-CON-ENV-NAME.
           STRING "DD_" DELIMITED BY SIZE
               GRACE-CON-DECK-DD(GRACE-CON-DECK-IDX)
                   DELIMITED BY SPACE
               INTO GRACE-CON-ENV-NAME
           END-STRING.
           DISPLAY GRACE-CON-ENV-NAME UPON ENVIRONMENT-NAME.
           DISPLAY GRACE-CON-DECK-DSN(GRACE-CON-DECK-IDX)
               UPON ENVIRONMENT-VALUE.

       1570-PROVE-GUARDED-DD.
           MOVE SPACES TO GRACE-CON-ENV-NAME.
           STRING "DD_" DELIMITED BY SIZE
               GRACE-CON-GUARD-DD(GRACE-CON-GUARD-IDX)
                   DELIMITED BY SPACE
               INTO GRACE-CON-ENV-NAME
           END-STRING.
           MOVE SPACES TO GRACE-CON-ENV-VALUE.
           ACCEPT GRACE-CON-ENV-VALUE FROM ENVIRONMENT
               GRACE-CON-ENV-NAME.
           IF GRACE-CON-ENV-VALUE(1:GRACE-CON-PREFIX-LEN)
                   NOT = GRACE-CON-PREFIX(1:GRACE-CON-PREFIX-LEN)
               DISPLAY GRACE-CON-GUARD-DD(GRACE-CON-GUARD-IDX)
                   " STILL POINTS OUTSIDE THE SANDBOX"
               MOVE 'Y' TO GRACE-CON-REFUSED-SW
           END-IF.

       2000-TAKE-ONE-CHOICE.
           MOVE SPACE TO GRACE-CON-CHOICE.
                   MOVE "GRACENQY" TO GRACE-CON-FUNCTION-NAME
               WHEN '6'
                   MOVE "GRACERSI" TO GRACE-CON-FUNCTION-NAME
               WHEN '7'
                   IF GRACE-OPS-MAY-APPROVE
                       MOVE "GRACERVW" TO GRACE-CON-FUNCTION-NAME
                   ELSE
                       DISPLAY "AMOUNT REVIEW NEEDS LEVEL 3"
                   END-IF
               WHEN '8'
                   MOVE "GRACESIM" TO GRACE-CON-FUNCTION-NAME
               WHEN '9'
                   IF GRACE-OPS-MAY-APPROVE
                       MOVE "GRACEWOM" TO GRACE-CON-FUNCTION-NAME
                   ELSE
                       DISPLAY "WRITE-OFF REVIEW NEEDS LEVEL 3"
                   END-IF
               WHEN 'A'
               WHEN 'a'
                   IF GRACE-OPS-MAY-UPDATE
                       MOVE "GRACEADE" TO GRACE-CON-FUNCTION-NAME
                   ELSE
                       DISPLAY "MONETARY ADJUSTMENTS NEED LEVEL 2"
                   END-IF
               WHEN 'B'
               WHEN 'b'
                   MOVE "GRACEQAM" TO GRACE-CON-FUNCTION-NAME
               WHEN 'C'
               WHEN 'c'
                   MOVE "GRACERWK" TO GRACE-CON-FUNCTION-NAME
               WHEN 'D'
               WHEN 'd'
                   MOVE "GRACECSM" TO GRACE-CON-FUNCTION-NAME
               WHEN 'E'
               WHEN 'e'
                   MOVE "GRACELBA" TO GRACE-CON-FUNCTION-NAME
               WHEN 'R'
               WHEN 'r'
                   IF GRACE-OPS-TRAINING
                       MOVE "GRACETRF" TO GRACE-CON-FUNCTION-NAME
                   ELSE
                       DISPLAY "SANDBOX REFRESH IS FOR TRAINING "
                           "SIGN-ONS ONLY"
                   END-IF
               WHEN OTHER
                   DISPLAY "UNKNOWN CHOICE - KEY 1-9, A-E, R OR X"
           END-EVALUATE.
           IF GRACE-CON-FUNCTION-NAME NOT = SPACES
               PERFORM 3000-DISPATCH-THE-FUNCTION
