      *and up may update. Every accepted update writes an operator-
      *stamped before/after record to GRACECHG, so who-changed-what
      *has an answer when audit asks.
      *
      *A limit keyed for a category is checked against the GRACECTG
      *category master first: U and S refuse a code not on the
      *master, or one inactive on the date the row would take
      *effect, so no limit is set for a category TESTCONST would
      *reject anyway. With no master on file categories are not
      *checked.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT GRACE-APC-FILE ASSIGN TO GRACEAPC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-APC-STATUS.
           SELECT GRACE-CTG-FILE ASSIGN TO GRACECTG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CTG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
           COPY GRACERUNC.

       FD  GRACE-CTG-FILE
           RECORDING MODE IS F.
           COPY GRACECTG.

       WORKING-STORAGE SECTION.
           COPY GRACECYCH.


           COPY GRACECHGH.

           COPY GRACECTGH.

       01 GRACE-PARM-STATUS PIC X(02).
           88 GRACE-PARM-OK VALUE '00'.
           88 GRACE-PARM-NOT-FOUND VALUE '35'.
       SCREEN SECTION.
       01 GRACE-MAINT-SIGNON-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 10 PIC X(40) FROM GRACE-OPS-BANNER.
           05 LINE 2 COLUMN 10 VALUE "GRACEPRM MAINTENANCE SIGN-ON".
           05 LINE 4 COLUMN 10 VALUE "OPERATOR ID........: ".
           05 LINE 4 COLUMN 31 PIC X(08) TO GRACE-OPS-SIGNON-ID.

       01 GRACE-MAINT-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 10 PIC X(40) FROM GRACE-OPS-BANNER.
           05 LINE 2 COLUMN 10 VALUE "GRACEPRM MAINTENANCE SCREEN".
           05 LINE 4 COLUMN 10 VALUE "MAX_VALUE IN FORCE.: ".
           05 LINE 4 COLUMN 31 PIC 9(6) FROM GRACE-MAINT-IN-FORCE.
       PROCEDURE DIVISION.
       MAIN SECTION.
           ACCEPT GRACE-MAINT-TODAY FROM DATE YYYYMMDD.
           PERFORM 7070-NOTE-TRAINING-SESSION.
           PERFORM 0300-LOAD-CATEGORY-MASTER.
           DISPLAY GRACE-MAINT-SIGNON-SCREEN.
           ACCEPT GRACE-MAINT-SIGNON-SCREEN.
           PERFORM 7000-VERIFY-OPERATOR.
           MOVE 'N' TO GRACE-MAINT-CONFIRM.
           DISPLAY GRACE-MAINT-SCREEN.
           ACCEPT GRACE-MAINT-SCREEN.
           PERFORM 2900-JUDGE-KEYED-CATEGORY.
           EVALUATE TRUE
               WHEN GRACE-MAINT-EXIT
                   CONTINUE
               WHEN NOT GRACE-OPS-MAY-UPDATE
                   DISPLAY "OPERATOR " GRACE-OPS-SIGNON-ID
                       " IS INQUIRY ONLY - GRACEPRM UNCHANGED"
               WHEN (GRACE-MAINT-UPDATE OR GRACE-MAINT-SCHEDULE)
                       AND GRACE-CTG-UNKNOWN
                   DISPLAY "CATEGORY " GRACE-MAINT-IN-CAT
                       " NOT ON GRACECTG - GRACEPRM UNCHANGED"
               WHEN (GRACE-MAINT-UPDATE OR GRACE-MAINT-SCHEDULE)
                       AND GRACE-CTG-INACTIVE
                   DISPLAY "CATEGORY " GRACE-MAINT-IN-CAT
                       " INACTIVE ON THAT DATE - GRACEPRM UNCHANGED"
               WHEN GRACE-MAINT-UPDATE
                   PERFORM 3000-APPLY-IMMEDIATE-UPDATE
               WHEN GRACE-MAINT-SCHEDULE
               END-IF
           END-IF.

      *----------------------------------------------------------
      * 2900-JUDGE-KEYED-CATEGORY - the keyed category against the
      * GRACECTG master, on the date the row would take effect:
      * today for U, the keyed date for S (today again when the
      * date is not numeric - 4000 refuses that on its own).
      *----------------------------------------------------------
       2900-JUDGE-KEYED-CATEGORY.
           MOVE GRACE-MAINT-IN-CAT TO GRACE-CTG-WANT-CODE.
           MOVE GRACE-MAINT-TODAY TO GRACE-CTG-WANT-DATE.
           IF GRACE-MAINT-SCHEDULE
                   AND GRACE-MAINT-IN-DATE NUMERIC
               MOVE GRACE-MAINT-IN-DATE-N TO GRACE-CTG-WANT-DATE
           END-IF.
           PERFORM 0310-JUDGE-CATEGORY.

      *----------------------------------------------------------
      * 4000-SCHEDULE-FUTURE-ROW appends a row with the keyed
      * future effective date. The change is visible on this
           COPY GRACEMSGP.

           COPY GRACELCKP.

           COPY GRACECTGP.
