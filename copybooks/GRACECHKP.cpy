      *================================================================
      * GRACECHKP.cpy
      *
      * Customer-master check-total paragraphs. COPY into PROCEDURE
      * DIVISION alongside GRACECHKH.cpy's fields.
      *
      * 9300-HASH-CUSTOMER counts the record in GRACE-CHK-REC and
      * folds each of its fields into that field's hash total -
      * every byte of the field, weighted by position, so a
      * changed or shifted character changes the total.
      *================================================================
       9300-HASH-CUSTOMER.
           ADD 1 TO GRACE-CHK-COUNT.
           PERFORM 9310-HASH-ONE-FIELD
               VARYING GRACE-CHK-FIELD-IDX FROM 1 BY 1
               UNTIL GRACE-CHK-FIELD-IDX > 7.

       9310-HASH-ONE-FIELD.
           MOVE ZERO TO GRACE-CHK-FIELD-HASH.
           PERFORM 9320-HASH-ONE-BYTE
               VARYING GRACE-CHK-BYTE-IDX FROM 1 BY 1
               UNTIL GRACE-CHK-BYTE-IDX >
                   GRACE-CHK-FIELD-LEN(GRACE-CHK-FIELD-IDX).
           COMPUTE GRACE-CHK-HASH(GRACE-CHK-FIELD-IDX)
               = FUNCTION MOD(GRACE-CHK-HASH(GRACE-CHK-FIELD-IDX)
                   + GRACE-CHK-FIELD-HASH, 10000000000).

       9320-HASH-ONE-BYTE.
           COMPUTE GRACE-CHK-BYTE-POS =
               GRACE-CHK-FIELD-START(GRACE-CHK-FIELD-IDX)
               + GRACE-CHK-BYTE-IDX - 1.
           COMPUTE GRACE-CHK-FIELD-HASH
               = FUNCTION MOD(GRACE-CHK-FIELD-HASH * 31
                   + FUNCTION ORD(GRACE-CHK-REC(GRACE-CHK-BYTE-POS:1)),
                   10000000000).
