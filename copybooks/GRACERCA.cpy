      *================================================================
      * GRACERCA.cpy
      *
      * Operator recertification card. COPY into FILE SECTION under
      * an FD for GRACE-RCA-FILE (SELECT ... ASSIGN TO GRACERCA).
      * One card per operator on GRACEOSC: the supervisor who
      * answers for the operator's access, and the supervisor's
      * last certification of it - the date signed and the level
      * certified. GRACERCT prints each supervisor's worksheet
      * from these cards; the supervisor returns it signed and
      * the card is updated with the date and the level kept. A
      * certification counts for the quarter only when it is
      * dated in the quarter and names the level the operator
      * actually holds.
      *================================================================
       01 GRACE-RCA-REC.
           05 GRACE-RCA-OPERATOR-ID PIC X(08).
           05 GRACE-RCA-SUPERVISOR-ID PIC X(08).
           05 GRACE-RCA-CERT-DATE PIC 9(08).
           05 GRACE-RCA-CERT-LEVEL PIC 9(01).
           05 FILLER PIC X(55).
