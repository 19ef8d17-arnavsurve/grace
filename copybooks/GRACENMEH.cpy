      *================================================================
      * GRACENMEH.cpy
      *
      * Customer-name edit WORKING-STORAGE fields. COPY into
      * WORKING-STORAGE SECTION alongside GRACENMEP.cpy's
      * paragraphs. Move the names to GRACE-NMX-FIRST-NAME and
      * GRACE-NMX-LAST-NAME and PERFORM 9200-EDIT-CUSTOMER-NAME.
      * The names pass when GRACE-NMX-VALID; otherwise the first
      * edit they failed is named in GRACE-NMX-REASON-CODE and
      * GRACE-NMX-REASON-TEXT.
      *================================================================
       01 GRACE-NMX-FIELDS.
      *The names under edit.
           05 GRACE-NMX-FIRST-NAME PIC X(15) VALUE SPACES.
           05 GRACE-NMX-LAST-NAME PIC X(15) VALUE SPACES.
           05 GRACE-NMX-VALID-SW PIC X(01) VALUE 'Y'.
               88 GRACE-NMX-VALID VALUE 'Y'.
           05 GRACE-NMX-REASON-CODE PIC X(04) VALUE SPACES.
           05 GRACE-NMX-REASON-TEXT PIC X(30) VALUE SPACES.
      *The name being scanned for control characters.
           05 GRACE-NMX-SCAN-NAME PIC X(15) VALUE SPACES.
           05 GRACE-NMX-CHAR-IDX PIC 9(02) VALUE ZERO.
           05 GRACE-NMX-BAD-CHAR-SW PIC X(01) VALUE 'N'.
               88 GRACE-NMX-BAD-CHAR VALUE 'Y'.
