      *================================================================
      * GRACECAN.cpy
      *
      * Case note record. COPY into FILE SECTION under an FD for
      * GRACE-CAN-FILE (SELECT ... ASSIGN TO GRACECAN, ORGANIZATION
      * IS INDEXED, RECORD KEY IS GRACE-CAN-KEY). One record per
      * note written against a GRACECAS case - what the customer
      * said, what was done - keyed by the case number and the
      * note's sequence within the case, stamped with the date,
      * time and operator. Notes are never changed or deleted; a
      * correction is a further note.
      *================================================================
       01 GRACE-CAN-REC.
           05 GRACE-CAN-KEY.
               10 GRACE-CAN-CASE-NUMBER PIC 9(08).
               10 GRACE-CAN-SEQ PIC 9(03).
           05 GRACE-CAN-DATE PIC 9(08).
           05 GRACE-CAN-TIME PIC 9(06).
           05 GRACE-CAN-OPERATOR PIC X(08).
           05 GRACE-CAN-TEXT PIC X(60).
           05 FILLER PIC X(07).
