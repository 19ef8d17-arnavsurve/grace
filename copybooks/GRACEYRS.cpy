      *================================================================
      * GRACEYRS.cpy
      *
      * Year-end customer summary record. COPY into FILE SECTION
      * under an FD for GRACE-YRS-FILE (SELECT ... ASSIGN TO
      * GRACEYRS). GRACEYES writes one per customer for the
      * calendar year it summarizes, off the GRACEPHS posted
      * history: the balance the year opened and closed on, the
      * interest credited (site IN), the fees charged net of any
      * fee credits (site FE, shown positive), and the net of
      * everything else. Opening balance plus interest less fees
      * plus other activity is the ending balance.
      *
      * The reportable flag is Y when the interest or the fees
      * reach the GRACEYEC thresholds - those customers also get a
      * printed year-end notice. The name, state and zip are the
      * ones on GRACECST the night the summary was run.
      *================================================================
       01 GRACE-YRS-REC.
           05 GRACE-YRS-YEAR PIC 9(04).
           05 GRACE-YRS-CUST-ID PIC 9(06).
           05 GRACE-YRS-OPEN-BALANCE PIC S9(11)
               SIGN IS LEADING SEPARATE.
           05 GRACE-YRS-INTEREST PIC S9(11)
               SIGN IS LEADING SEPARATE.
           05 GRACE-YRS-FEES PIC S9(11)
               SIGN IS LEADING SEPARATE.
           05 GRACE-YRS-OTHER PIC S9(11)
               SIGN IS LEADING SEPARATE.
           05 GRACE-YRS-END-BALANCE PIC S9(11)
               SIGN IS LEADING SEPARATE.
           05 GRACE-YRS-ENTRY-COUNT PIC 9(05).
           05 GRACE-YRS-REPORTABLE PIC X(01).
               88 GRACE-YRS-IS-REPORTABLE VALUE 'Y'.
           05 GRACE-YRS-LAST-NAME PIC X(15).
           05 GRACE-YRS-FIRST-NAME PIC X(15).
           05 GRACE-YRS-STATE PIC X(02).
           05 GRACE-YRS-ZIP PIC X(05).
           05 FILLER PIC X(07).
