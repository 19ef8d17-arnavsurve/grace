      *================================================================
      * GRACESIN.cpy
      *
      * Standing instruction record. COPY into FILE SECTION under an
      * FD for GRACE-SIN-FILE (SELECT ... ASSIGN TO GRACESIN,
      * ORGANIZATION IS INDEXED, RECORD KEY IS GRACE-SIN-KEY).
      * One record per recurring transaction a customer has asked
      * for - a fixed transfer on the 15th, a monthly adjustment -
      * keyed by the account it posts to and a two-digit
      * instruction number. One set up before accounts holds the
      * customer's number, which is that customer's first
      * account.
      * GRACESIM maintains it; GRACESIG turns each instruction that
      * falls due into a transaction on the GRACESTX feed and moves
      * the next due date on.
      *
      * The next due date is the nominal one - the date the
      * schedule says, before any roll to a business day - and the
      * due day keeps the day of month the instruction was set up
      * for, so an instruction for the 31st comes back to the 31st
      * after a short month. An end date of zero runs until the
      * instruction is ended or deleted.
      *
      * State A is active; S suspended (GRACESIG found the
      * account closed or its customer gone from GRACECST, or an
      * operator held it) and
      * skipped until an operator resumes it; E ended (the next due
      * date passed the end date). The last-run fields hold the
      * night GRACESIG last touched the record and how the record
      * stood before that run, so a rerun of the same night starts
      * from where the first run started and writes the same
      * transactions again. Maintenance clears them.
      *================================================================
       01 GRACE-SIN-REC.
           05 GRACE-SIN-KEY.
               10 GRACE-SIN-ACCOUNT PIC 9(06).
               10 GRACE-SIN-SEQ PIC 9(02).
           05 GRACE-SIN-OP-CODE PIC X(01).
           05 GRACE-SIN-SITE-CODE PIC X(02).
           05 GRACE-SIN-AMT-SIGN PIC X(01).
           05 GRACE-SIN-AMOUNT PIC 9(09).
           05 GRACE-SIN-CURRENCY PIC X(03).
           05 GRACE-SIN-VALUE PIC X(30).
           05 GRACE-SIN-FREQUENCY PIC X(01).
               88 GRACE-SIN-WEEKLY VALUE 'W'.
               88 GRACE-SIN-MONTHLY VALUE 'M'.
               88 GRACE-SIN-QUARTERLY VALUE 'Q'.
               88 GRACE-SIN-ANNUAL VALUE 'A'.
           05 GRACE-SIN-DUE-DAY PIC 9(02).
           05 GRACE-SIN-NEXT-DUE PIC 9(08).
           05 GRACE-SIN-END-DATE PIC 9(08).
           05 GRACE-SIN-STATE PIC X(01).
               88 GRACE-SIN-ACTIVE VALUE 'A'.
               88 GRACE-SIN-SUSPENDED VALUE 'S'.
               88 GRACE-SIN-ENDED VALUE 'E'.
           05 GRACE-SIN-STATE-DATE PIC 9(08).
           05 GRACE-SIN-LAST-RUN PIC 9(08).
           05 GRACE-SIN-PRIOR-DUE PIC 9(08).
           05 GRACE-SIN-PRIOR-STATE PIC X(01).
           05 GRACE-SIN-MAINT-DATE PIC 9(08).
           05 GRACE-SIN-MAINT-OPER PIC X(08).
           05 FILLER PIC X(13).
