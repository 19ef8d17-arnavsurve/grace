      *================================================================
      * GRACEOWN.cpy
      *
      * Program ownership card. COPY into FILE SECTION under an FD
      * for GRACE-OWN-FILE (SELECT ... ASSIGN TO GRACEOWN, LINE
      * SEQUENTIAL). One card per program naming the department
      * that owns it and carries its cost - the companion to the
      * GRACEJBM job map, which only lists the restartable
      * programs. A program with no card belongs to no department
      * and is charged as UNASSIGNED until it is carded.
      *================================================================
       01 GRACE-OWN-REC.
           05 GRACE-OWN-PROGRAM PIC X(20).
           05 GRACE-OWN-DEPARTMENT PIC X(10).
           05 FILLER PIC X(50).
