      *================================================================
      * GRACESTC.cpy
      *
      * State reference card. COPY into FILE SECTION under an FD
      * for GRACE-STC-FILE (SELECT ... ASSIGN TO GRACESTC, LINE
      * SEQUENTIAL). One card per state code: the 3-digit zip
      * prefix range the postal service assigns the state, and
      * the state name for the reject listings.
      *================================================================
       01 GRACE-STC-REC.
           05 GRACE-STC-STATE PIC X(02).
           05 FILLER PIC X(01).
           05 GRACE-STC-ZIP-LOW PIC 9(03).
           05 FILLER PIC X(01).
           05 GRACE-STC-ZIP-HIGH PIC 9(03).
           05 FILLER PIC X(01).
           05 GRACE-STC-STATE-NAME PIC X(20).
           05 FILLER PIC X(49).
