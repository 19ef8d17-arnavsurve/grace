      * keyed name is soundex-coded and every customer whose last
      * name codes the same is listed as a candidate - so a rep
      * who hears HOPPER but types HOPER still finds the customer.
      *
      * Called from a GRACECON training session, the search
      * screen carries the TRAINING banner.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
               ALTERNATE RECORD KEY IS GRACE-NDX-PHONETIC
                   WITH DUPLICATES
               FILE STATUS IS GRACE-NDX-STATUS.
           SELECT GRACE-SSN-FILE ASSIGN TO GRACESSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-SSN-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 GRACE-NDX-PHONETIC PIC X(04).
           05 FILLER PIC X(40).

       FD  GRACE-SSN-FILE
           RECORDING MODE IS F.
           COPY GRACESSN.

       WORKING-STORAGE SECTION.
       01 GRACE-NDX-STATUS PIC X(02).
           88 GRACE-NDX-OK VALUE '00'.
           88 GRACE-NDX-NOT-FOUND VALUE '35'.
           88 GRACE-NDX-KEY-NOT-FOUND VALUE '23'.

       01 GRACE-SSN-STATUS PIC X(02).
           88 GRACE-SSN-NOT-FOUND VALUE '35'.
       01 GRACE-NQY-BANNER PIC X(40) VALUE SPACES.
       01 GRACE-NQY-TRAINING-TEXT PIC X(40)
           VALUE "*** TRAINING - SANDBOX FILES ONLY ***".

       01 GRACE-NQY-SEARCH-NAME PIC X(30) VALUE SPACES.
       01 GRACE-NQY-SEARCH-LEN PIC 9(02) VALUE ZERO.
       01 GRACE-NQY-SCAN-IDX PIC 9(02) VALUE ZERO.
       SCREEN SECTION.
       01 GRACE-NQY-SEARCH-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 10 PIC X(40) FROM GRACE-NQY-BANNER.
           05 LINE 2 COLUMN 10 VALUE "CUSTOMER NAME LOOKUP".
           05 LINE 4 COLUMN 10
               VALUE "FULL OR PARTIAL NAME: ".

       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM 0900-NOTE-TRAINING-SESSION.
           OPEN INPUT GRACE-NAME-INDEX.
           IF GRACE-NDX-NOT-FOUND
               DISPLAY "GRACENDX NOT FOUND - RUN THE INDEX BUILD "
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *----------------------------------------------------------
      * 0900-NOTE-TRAINING-SESSION - a live GRACECON training
      * session (GRACESSN mode T) puts the TRAINING banner up.
      *----------------------------------------------------------
       0900-NOTE-TRAINING-SESSION.
           MOVE SPACES TO GRACE-NQY-BANNER.
           OPEN INPUT GRACE-SSN-FILE.
           IF NOT GRACE-SSN-NOT-FOUND
               READ GRACE-SSN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GRACE-SSN-ACTIVE = 'Y'
                               AND GRACE-SSN-TRAINING
                           MOVE GRACE-NQY-TRAINING-TEXT
                               TO GRACE-NQY-BANNER
                       END-IF
               END-READ
               CLOSE GRACE-SSN-FILE
           END-IF.

      *----------------------------------------------------------
      * 1000-SEARCH-ONCE takes one search name off the screen,
      * positions the index on the alternate name key and pages
