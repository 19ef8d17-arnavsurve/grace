      *================================================================
      * GRACESAD.cpy
      *
      * Standardized address record. COPY into FILE SECTION under
      * an FD for GRACE-SAD-FILE (SELECT ... ASSIGN TO GRACESAD,
      * LINE SEQUENTIAL). GRACEAST writes one record per mailable
      * customer each night: the street exactly as it was keyed on
      * GRACECST beside the standardized street the household and
      * mail runs use, so nothing the customer gave us is lost,
      * and a flag saying whether standardizing changed it.
      *================================================================
       01 GRACE-SAD-REC.
           05 GRACE-SAD-CUST-ID PIC 9(06).
           05 GRACE-SAD-KEYED-STREET PIC X(20).
           05 GRACE-SAD-STD-STREET PIC X(20).
           05 GRACE-SAD-ZIP PIC X(05).
           05 GRACE-SAD-CHANGED-FLAG PIC X(01).
               88 GRACE-SAD-CHANGED VALUE 'Y'.
           05 GRACE-SAD-DATE PIC 9(08).
           05 FILLER PIC X(20).
