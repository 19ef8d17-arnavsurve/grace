      *================================================================
      * GRACECAS.cpy
      *
      * Customer service case record. COPY into FILE SECTION under
      * an FD for GRACE-CAS-FILE (SELECT ... ASSIGN TO GRACECAS,
      * ORGANIZATION IS INDEXED, RECORD KEY IS GRACE-CAS-NUMBER,
      * ALTERNATE RECORD KEY IS GRACE-CAS-CUST-ID WITH DUPLICATES).
      * One record per complaint or service request a customer
      * raises, keyed by a case number GRACECSM gives out in
      * sequence; the alternate key finds a customer's cases.
      *
      * The category says what the case is about:
      *
      *   BI billing or statement query   PA payment not applied
      *   AC account or address details   SE service request
      *   CO complaint                    OT other (the subject
      *                                      says what)
      *
      * Status O is open, W waiting on the customer, R resolved.
      * O and W are both open cases; a resolved case may be opened
      * again. The target date is when the case should be
      * resolved by. The dated notes are on GRACECAN; the note
      * count is the sequence of the last one written.
      *================================================================
       01 GRACE-CAS-REC.
           05 GRACE-CAS-NUMBER PIC 9(08).
           05 GRACE-CAS-CUST-ID PIC 9(06).
           05 GRACE-CAS-CATEGORY PIC X(02).
               88 GRACE-CAS-VALID-CATEGORY
                   VALUE 'BI' 'PA' 'AC' 'SE' 'CO' 'OT'.
           05 GRACE-CAS-SUBJECT PIC X(30).
           05 GRACE-CAS-OPENED-BY PIC X(08).
           05 GRACE-CAS-OPENED-DATE PIC 9(08).
           05 GRACE-CAS-STATUS PIC X(01).
               88 GRACE-CAS-OPEN VALUE 'O' 'W'.
               88 GRACE-CAS-WAITING VALUE 'W'.
               88 GRACE-CAS-RESOLVED VALUE 'R'.
           05 GRACE-CAS-STATUS-DATE PIC 9(08).
           05 GRACE-CAS-TARGET-DATE PIC 9(08).
           05 GRACE-CAS-NOTE-COUNT PIC 9(03).
           05 GRACE-CAS-MAINT-DATE PIC 9(08).
           05 GRACE-CAS-MAINT-OPER PIC X(08).
           05 FILLER PIC X(02).
