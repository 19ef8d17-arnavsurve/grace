      *================================================================
      * GRACEHSHP.cpy
      *
      * Whole-record content hash paragraphs. COPY into PROCEDURE
      * DIVISION alongside GRACEHSHH.cpy's fields.
      *
      * 9400-HASH-STATE-RECORD counts the record in GRACE-HSH-REC
      * and folds all 80 bytes into the content hash - every byte
      * weighted by position, so a changed or shifted character
      * changes the total.
      *================================================================
       9400-HASH-STATE-RECORD.
           ADD 1 TO GRACE-HSH-COUNT.
           MOVE ZERO TO GRACE-HSH-REC-HASH.
           PERFORM 9410-HASH-ONE-BYTE
               VARYING GRACE-HSH-BYTE-IDX FROM 1 BY 1
               UNTIL GRACE-HSH-BYTE-IDX > 80.
           COMPUTE GRACE-HSH-TOTAL
               = FUNCTION MOD(GRACE-HSH-TOTAL + GRACE-HSH-REC-HASH,
                   10000000000).

       9410-HASH-ONE-BYTE.
           COMPUTE GRACE-HSH-REC-HASH
               = FUNCTION MOD(GRACE-HSH-REC-HASH * 31
                   + FUNCTION ORD(GRACE-HSH-REC(GRACE-HSH-BYTE-IDX:1)),
                   10000000000).
