      *================================================================
      * GRACERBKH.cpy
      *
      * Runbook WORKING-STORAGE fields. COPY into WORKING-STORAGE
      * SECTION alongside GRACERBK.cpy's FD and GRACERBKP.cpy's
      * paragraphs. 0180-LOAD-RUNBOOK fills the table once, the
      * last row for each program and condition winning.
      *
      * To look an entry up, set GRACE-RBK-WANT-PROGRAM and
      * GRACE-RBK-WANT-CONDITION and PERFORM 0190-FIND-RUNBOOK-
      * ENTRY. The exact condition is tried first, then the
      * program's any-condition row; GRACE-RBK-ENTRY-FOUND says
      * whether GRACE-RBK-FOUND holds a live entry, and
      * GRACE-RBK-F-CONDITION which row it came from (blank for
      * the any-condition row).
      *================================================================
       01 GRACE-RBK-STATUS PIC X(02).
           88 GRACE-RBK-OK VALUE '00'.
           88 GRACE-RBK-NOT-FOUND VALUE '35'.

       01 GRACE-RBK-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-RBK-END-OF-FILE VALUE 'Y'.

       01 GRACE-RBK-TABLE.
           05 GRACE-RBK-COUNT PIC 9(03) VALUE ZERO.
           05 GRACE-RBK-ENTRY OCCURS 200 TIMES.
               10 GRACE-RBK-T-PROGRAM PIC X(20).
               10 GRACE-RBK-T-CONDITION PIC X(10).
               10 GRACE-RBK-T-REFERENCE PIC X(08).
               10 GRACE-RBK-T-OWNER-TEAM PIC X(20).
               10 GRACE-RBK-T-ESCALATION PIC X(30).
               10 GRACE-RBK-T-RECOVERY PIC X(60).
               10 GRACE-RBK-T-RESTART PIC X(60).

       01 GRACE-RBK-IDX PIC 9(03) VALUE ZERO.
       01 GRACE-RBK-HIT PIC 9(03) VALUE ZERO.

       01 GRACE-RBK-WANT-PROGRAM PIC X(20) VALUE SPACES.
       01 GRACE-RBK-WANT-CONDITION PIC X(10) VALUE SPACES.
       01 GRACE-RBK-SEEK-CONDITION PIC X(10) VALUE SPACES.

       01 GRACE-RBK-FOUND-SW PIC X(01) VALUE 'N'.
           88 GRACE-RBK-ENTRY-FOUND VALUE 'Y'.

       01 GRACE-RBK-FOUND.
           05 GRACE-RBK-F-CONDITION PIC X(10) VALUE SPACES.
           05 GRACE-RBK-F-REFERENCE PIC X(08) VALUE SPACES.
           05 GRACE-RBK-F-OWNER-TEAM PIC X(20) VALUE SPACES.
           05 GRACE-RBK-F-ESCALATION PIC X(30) VALUE SPACES.
           05 GRACE-RBK-F-RECOVERY PIC X(60) VALUE SPACES.
           05 GRACE-RBK-F-RESTART PIC X(60) VALUE SPACES.
