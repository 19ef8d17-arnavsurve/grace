      *================================================================
      * GRACERELH.cpy
      *
      * Relationship-walk WORKING-STORAGE fields. COPY into
      * WORKING-STORAGE SECTION alongside GRACEREL.cpy's FD and
      * GRACERELP.cpy's paragraphs. The caller opens GRACEREL,
      * sets GRACE-RLX-FILE-OPEN when it opened, moves the customer
      * to GRACE-RLX-CUST-ID and the business date to
      * GRACE-RLX-TODAY, and PERFORMs 8200-FIRST-RELATION, then
      * 8210-NEXT-RELATION until GRACE-RLX-DONE. Each relationship
      * comes back in GRACE-REL-REC with the other customer in
      * GRACE-RLX-OTHER-ID.
      *================================================================
       01 GRACE-REL-STATUS PIC X(02).
           88 GRACE-REL-OK VALUE '00'.
           88 GRACE-REL-NOT-FOUND VALUE '35'.

       01 GRACE-RLX-FIELDS.
           05 GRACE-RLX-OPEN-SW PIC X(01) VALUE 'N'.
               88 GRACE-RLX-FILE-OPEN VALUE 'Y'.
           05 GRACE-RLX-DONE-SW PIC X(01) VALUE 'Y'.
               88 GRACE-RLX-DONE VALUE 'Y'.
           05 GRACE-RLX-FOUND-SW PIC X(01) VALUE 'N'.
               88 GRACE-RLX-FOUND VALUE 'Y'.
      *C - relationships kept on the customer; P - relationships
      *the customer is the related party on.
           05 GRACE-RLX-PASS PIC X(01) VALUE 'C'.
               88 GRACE-RLX-AS-CUSTOMER VALUE 'C'.
               88 GRACE-RLX-AS-PARTY VALUE 'P'.
           05 GRACE-RLX-ACTIVE-SW PIC X(01) VALUE 'N'.
               88 GRACE-RLX-ACTIVE VALUE 'Y'.
           05 GRACE-RLX-CUST-ID PIC 9(06) VALUE ZERO.
           05 GRACE-RLX-TODAY PIC 9(08) VALUE ZERO.
           05 GRACE-RLX-OTHER-ID PIC 9(06) VALUE ZERO.
           05 GRACE-RLX-COUNT PIC 9(03) VALUE ZERO.
           05 GRACE-RLX-ACTIVE-COUNT PIC 9(03) VALUE ZERO.
