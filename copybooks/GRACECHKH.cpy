      *================================================================
      * GRACECHKH.cpy
      *
      * Customer-master check-total WORKING-STORAGE fields. COPY
      * into WORKING-STORAGE SECTION alongside GRACECHKP.cpy's
      * paragraphs. Callers zero GRACE-CHK-TOTALS, then for each
      * customer MOVE the record to GRACE-CHK-REC and PERFORM
      * 9300-HASH-CUSTOMER; GRACE-CHK-COUNT holds the records
      * seen and GRACE-CHK-HASH one hash per field - ID, first
      * name, last name, street, city, state and zip. Each
      * record's field hash is added into the total, so the
      * totals come out the same whatever order the records are
      * read in: a flat file and its keyed copy agree when, and
      * only when, every field of every record came across.
      *================================================================
       01 GRACE-CHK-REC PIC X(80) VALUE SPACES.

      *Where each field lies in the GRACECST record, and its name
      *for the check listings.
       01 GRACE-CHK-FIELD-MAP-VALUES.
           05 FILLER PIC X(16) VALUE "001006CUST-ID   ".
           05 FILLER PIC X(16) VALUE "007015FIRST-NAME".
           05 FILLER PIC X(16) VALUE "022015LAST-NAME ".
           05 FILLER PIC X(16) VALUE "037020STREET    ".
           05 FILLER PIC X(16) VALUE "057012CITY      ".
           05 FILLER PIC X(16) VALUE "069002STATE     ".
           05 FILLER PIC X(16) VALUE "071005ZIP       ".
       01 GRACE-CHK-FIELD-MAP REDEFINES GRACE-CHK-FIELD-MAP-VALUES.
           05 GRACE-CHK-FIELD OCCURS 7 TIMES.
               10 GRACE-CHK-FIELD-START PIC 9(03).
               10 GRACE-CHK-FIELD-LEN PIC 9(03).
               10 GRACE-CHK-FIELD-NAME PIC X(10).

       01 GRACE-CHK-TOTALS.
           05 GRACE-CHK-COUNT PIC 9(08) VALUE ZERO.
           05 GRACE-CHK-HASH PIC 9(10) OCCURS 7 TIMES VALUE ZERO.

       01 GRACE-CHK-WORK.
           05 GRACE-CHK-FIELD-IDX PIC 9(02) VALUE ZERO.
           05 GRACE-CHK-BYTE-IDX PIC 9(03) VALUE ZERO.
           05 GRACE-CHK-BYTE-POS PIC 9(03) VALUE ZERO.
           05 GRACE-CHK-FIELD-HASH PIC 9(10) VALUE ZERO.
