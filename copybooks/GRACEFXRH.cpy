      *================================================================
      * GRACEFXRH.cpy
      *
      * Exchange-rate WORKING-STORAGE fields. COPY into
      * WORKING-STORAGE SECTION alongside GRACEFXR.cpy's FD and
      * GRACEFXRP.cpy's paragraphs. 0160-LOAD-EXCHANGE-RATES fills
      * the table with the rates dated GRACE-CYC-DATE - only those:
      * a currency with no row for the processing date has no rate,
      * and is never converted at an older one.
      *
      * To convert, set GRACE-FXR-IN-CURRENCY and GRACE-FXR-IN-AMOUNT
      * and PERFORM 0170-CONVERT-AMOUNT. A blank or base currency
      * comes back unchanged at rate 1; otherwise the base amount is
      * rounded to the unit, and GRACE-FXR-NO-RATE or
      * GRACE-FXR-TOO-LARGE says why there is none.
      *================================================================
       01 GRACE-FXR-STATUS PIC X(02).
           88 GRACE-FXR-OK VALUE '00'.
           88 GRACE-FXR-NOT-FOUND VALUE '35'.

       01 GRACE-FXR-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-FXR-END-OF-FILE VALUE 'Y'.

       01 GRACE-FXR-BASE-CURRENCY PIC X(03) VALUE 'USD'.

       01 GRACE-FXR-TABLE.
           05 GRACE-FXR-COUNT PIC 9(03) VALUE ZERO.
           05 GRACE-FXR-ENTRY OCCURS 500 TIMES.
               10 GRACE-FXR-T-CURRENCY PIC X(03).
               10 GRACE-FXR-T-RATE PIC 9(04)V9(06).

       01 GRACE-FXR-IDX PIC 9(03) VALUE ZERO.
       01 GRACE-FXR-HIT PIC 9(03) VALUE ZERO.
       01 GRACE-FXR-OVERFLOW-SW PIC X(01) VALUE 'N'.
           88 GRACE-FXR-OVERFLOW VALUE 'Y'.

       01 GRACE-FXR-CONVERSION.
           05 GRACE-FXR-IN-CURRENCY PIC X(03) VALUE SPACES.
           05 GRACE-FXR-IN-AMOUNT PIC S9(09) VALUE ZERO.
           05 GRACE-FXR-OUT-AMOUNT PIC S9(09) VALUE ZERO.
           05 GRACE-FXR-USED-RATE PIC 9(04)V9(06) VALUE ZERO.
           05 GRACE-FXR-RESULT-SW PIC X(01) VALUE SPACE.
               88 GRACE-FXR-CONVERTED VALUE 'Y'.
               88 GRACE-FXR-NO-RATE VALUE 'N'.
               88 GRACE-FXR-TOO-LARGE VALUE 'L'.
