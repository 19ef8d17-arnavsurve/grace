      *================================================================
      * GRACERBK.cpy
      *
      * Runbook entry record. COPY into FILE SECTION under an FD for
      * GRACE-RBK-FILE (SELECT ... ASSIGN TO GRACERBK, LINE
      * SEQUENTIAL). One row per program per condition: the
      * condition is a three-digit return code ('008'), an
      * exception event type as GRACEEXC logs it ('OVERFLOW'), or
      * blank for any condition of that program. The row carries
      * the runbook reference, the recovery steps, the restart
      * instruction, the owning team and who to escalate to.
      *
      * Rows are appended by GRACEPML; a later row for the same
      * program and condition replaces an earlier one, and a row
      * with a blank reference withdraws the entry. GRACERBKH.cpy
      * carries the loaded table and GRACERBKP.cpy the load and
      * look-up paragraphs.
      *================================================================
       01 GRACE-RBK-REC.
           05 GRACE-RBK-PROGRAM PIC X(20).
           05 GRACE-RBK-CONDITION PIC X(10).
           05 GRACE-RBK-REFERENCE PIC X(08).
           05 GRACE-RBK-OWNER-TEAM PIC X(20).
           05 GRACE-RBK-ESCALATION PIC X(30).
           05 GRACE-RBK-RECOVERY PIC X(60).
           05 GRACE-RBK-RESTART PIC X(60).
           05 FILLER PIC X(12).
