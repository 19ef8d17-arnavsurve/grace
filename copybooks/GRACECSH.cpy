      *================================================================
      * GRACECSH.cpy
      *
      * Customer status history record. COPY into FILE SECTION
      * under an FD for GRACE-CSH-FILE (SELECT ... ASSIGN TO
      * GRACECSH, LINE SEQUENTIAL). GRACECMT appends one record
      * each time it changes a customer's lifecycle status on
      * GRACECPF - the status before and after, who set it, when,
      * and the reason keyed - and GRACECSR lists each night's
      * changes from it.
      *================================================================
       01 GRACE-CSH-REC.
           05 GRACE-CSH-CUST-ID PIC 9(06).
           05 GRACE-CSH-OLD-STATUS PIC X(01).
           05 GRACE-CSH-NEW-STATUS PIC X(01).
           05 GRACE-CSH-DATE PIC 9(08).
           05 GRACE-CSH-TIME PIC 9(06).
           05 GRACE-CSH-OPER-ID PIC X(08).
           05 GRACE-CSH-REASON PIC X(30).
           05 FILLER PIC X(20).
