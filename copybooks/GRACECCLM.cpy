      *================================================================
      * GRACECCLM.cpy
      *
      * Address-move view of the GRACECCL change log record. COPY
      * into FILE SECTION under the GRACECCL FD, after the
      * GRACE-CCL-REC layout, so it redefines the same 80 bytes. A
      * function M record keeps the customer id and the date where
      * every GRACECCL record keeps them; the name columns carry
      * the whole old address and the new state and zip instead.
      * The new street and city are on GRACECST from the night the
      * move was made. The source says who moved the customer -
      * CMT for a clerk on GRACECMT, otherwise the address vendor's
      * code off GRACECOR.
      *================================================================
       01 GRACE-CCL-MOVE-REC.
           05 FILLER PIC X(07).
           05 GRACE-CCL-OLD-STREET PIC X(20).
           05 GRACE-CCL-OLD-CITY PIC X(12).
           05 GRACE-CCL-OLD-STATE PIC X(02).
           05 GRACE-CCL-OLD-ZIP PIC X(05).
           05 GRACE-CCL-NEW-STATE PIC X(02).
           05 GRACE-CCL-NEW-ZIP PIC X(05).
           05 FILLER PIC X(14).
           05 FILLER PIC X(08).
           05 GRACE-CCL-SOURCE PIC X(05).
