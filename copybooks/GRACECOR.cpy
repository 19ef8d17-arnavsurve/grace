      *================================================================
      * GRACECOR.cpy
      *
      * Change-of-address response record. COPY into FILE SECTION
      * under an FD for GRACE-COR-FILE (SELECT ... ASSIGN TO
      * GRACECOR, LINE SEQUENTIAL). The vendor sends one record
      * per customer on our GRACECOX extract that it found had
      * moved: our customer ID as we sent it, its confidence in
      * the match (000-100), the new address, the date of the
      * move and the vendor's source code, which rides onto the
      * GRACECCL change record so a vendor move can be told from
      * one keyed on GRACECMT.
      *================================================================
       01 GRACE-COR-REC.
           05 GRACE-COR-CUST-ID PIC 9(06).
           05 GRACE-COR-CONFIDENCE PIC 9(03).
           05 GRACE-COR-NEW-STREET PIC X(20).
           05 GRACE-COR-NEW-CITY PIC X(12).
           05 GRACE-COR-NEW-STATE PIC X(02).
           05 GRACE-COR-NEW-ZIP PIC X(05).
           05 GRACE-COR-MOVE-DATE PIC 9(08).
           05 GRACE-COR-SOURCE PIC X(05).
           05 FILLER PIC X(19).
