      *================================================================
      * GRACEADRH.cpy
      *
      * Address-edit WORKING-STORAGE fields. COPY into
      * WORKING-STORAGE SECTION alongside GRACESTC.cpy's FD and
      * GRACEADRP.cpy's paragraphs. PERFORM 9100-LOAD-STATE-TABLE
      * once; then move an address to GRACE-ADX-STREET, -CITY,
      * -STATE and -ZIP and PERFORM 9150-EDIT-ADDRESS. The
      * address passes when GRACE-ADX-VALID; otherwise the first
      * edit it failed is named in GRACE-ADX-REASON-CODE and
      * GRACE-ADX-REASON-TEXT.
      *================================================================
       01 GRACE-STC-STATUS PIC X(02).
           88 GRACE-STC-OK VALUE '00'.
           88 GRACE-STC-EOF VALUE '10'.
           88 GRACE-STC-NOT-FOUND VALUE '35'.

       01 GRACE-ADX-FIELDS.
           05 GRACE-ADX-EOF-SW PIC X(01) VALUE 'N'.
               88 GRACE-ADX-STC-END VALUE 'Y'.
      *The address under edit.
           05 GRACE-ADX-STREET PIC X(20) VALUE SPACES.
           05 GRACE-ADX-CITY PIC X(12) VALUE SPACES.
           05 GRACE-ADX-STATE PIC X(02) VALUE SPACES.
           05 GRACE-ADX-ZIP PIC X(05) VALUE SPACES.
           05 GRACE-ADX-ZIP-PREFIX PIC X(03) VALUE SPACES.
           05 GRACE-ADX-ZIP-PREFIX-N REDEFINES GRACE-ADX-ZIP-PREFIX
               PIC 9(03).
           05 GRACE-ADX-VALID-SW PIC X(01) VALUE 'Y'.
               88 GRACE-ADX-VALID VALUE 'Y'.
           05 GRACE-ADX-REASON-CODE PIC X(04) VALUE SPACES.
           05 GRACE-ADX-REASON-TEXT PIC X(30) VALUE SPACES.
      *State reference table loaded off GRACESTC.
           05 GRACE-ADX-STATE-USED PIC 9(03) VALUE ZERO.
           05 GRACE-ADX-STATE-IDX PIC 9(03) VALUE ZERO.
           05 GRACE-ADX-STATE-FOUND PIC 9(03) VALUE ZERO.
           05 GRACE-ADX-STATE-TABLE OCCURS 100 TIMES.
               10 GRACE-ADX-TBL-STATE PIC X(02).
               10 GRACE-ADX-TBL-ZIP-LOW PIC 9(03).
               10 GRACE-ADX-TBL-ZIP-HIGH PIC 9(03).
               10 GRACE-ADX-TBL-NAME PIC X(20).
