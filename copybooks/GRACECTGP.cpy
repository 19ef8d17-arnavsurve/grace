      *================================================================
      * GRACECTGP.cpy
      *
      * Category master paragraphs. COPY into PROCEDURE DIVISION
      * alongside GRACECTG.cpy's FD and GRACECTGH.cpy's fields;
      * PERFORM 0300-LOAD-CATEGORY-MASTER once, then
      * 0310-JUDGE-CATEGORY per code. No GRACECTG file means no
      * master - categories are not validated and every code
      * judges valid, the behaviour before the master existed.
      * Rows past the table's 100 are refused with a message; the
      * categories already loaded stand.
      *================================================================
       0300-LOAD-CATEGORY-MASTER.
           MOVE ZERO TO GRACE-CTG-COUNT.
           MOVE 'N' TO GRACE-CTG-EOF-SW.
           MOVE 'N' TO GRACE-CTG-MASTER-SW.
           OPEN INPUT GRACE-CTG-FILE.
           IF GRACE-CTG-NOT-FOUND
               DISPLAY "GRACECTG NOT FOUND - CATEGORIES NOT VALIDATED"
           ELSE
               SET GRACE-CTG-MASTER-ON-FILE TO TRUE
               PERFORM 0302-READ-CATEGORY-ROW
               PERFORM 0304-TAKE-CATEGORY-ROW
                   UNTIL GRACE-CTG-END-OF-FILE
               CLOSE GRACE-CTG-FILE
           END-IF.

       0302-READ-CATEGORY-ROW.
           READ GRACE-CTG-FILE
               AT END
                   SET GRACE-CTG-END-OF-FILE TO TRUE
           END-READ.

       0304-TAKE-CATEGORY-ROW.
           IF GRACE-CTG-CODE NOT = SPACES
               MOVE GRACE-CTG-CODE TO GRACE-CTG-WANT-CODE
               PERFORM 0315-LOCATE-CATEGORY
               IF GRACE-CTG-HIT = ZERO
                   IF GRACE-CTG-COUNT < 100
                       ADD 1 TO GRACE-CTG-COUNT
                       MOVE GRACE-CTG-COUNT TO GRACE-CTG-HIT
                   ELSE
                       DISPLAY "*** GRACECTG TABLE FULL - CATEGORY "
                           GRACE-CTG-CODE " REFUSED ***"
                   END-IF
               END-IF
               IF GRACE-CTG-HIT > ZERO
                   PERFORM 0306-STORE-CATEGORY-ROW
               END-IF
           END-IF.
           PERFORM 0302-READ-CATEGORY-ROW.

       0306-STORE-CATEGORY-ROW.
           MOVE GRACE-CTG-CODE TO GRACE-CTG-T-CODE(GRACE-CTG-HIT).
           MOVE GRACE-CTG-DESCRIPTION
               TO GRACE-CTG-T-DESCRIPTION(GRACE-CTG-HIT).
           MOVE GRACE-CTG-DEPARTMENT
               TO GRACE-CTG-T-DEPARTMENT(GRACE-CTG-HIT).
           MOVE GRACE-CTG-ACTIVE TO GRACE-CTG-T-ACTIVE(GRACE-CTG-HIT).
           IF GRACE-CTG-EFF-FROM NUMERIC
               MOVE GRACE-CTG-EFF-FROM-N
                   TO GRACE-CTG-T-EFF-FROM(GRACE-CTG-HIT)
           ELSE
               MOVE ZERO TO GRACE-CTG-T-EFF-FROM(GRACE-CTG-HIT)
           END-IF.
           IF GRACE-CTG-EFF-TO NUMERIC
               MOVE GRACE-CTG-EFF-TO-N
                   TO GRACE-CTG-T-EFF-TO(GRACE-CTG-HIT)
           ELSE
               MOVE ZERO TO GRACE-CTG-T-EFF-TO(GRACE-CTG-HIT)
           END-IF.

      *----------------------------------------------------------
      * 0310-JUDGE-CATEGORY - valid only when the code is on the
      * master, flagged active, and GRACE-CTG-WANT-DATE lies
      * within its effective dates (a zero to date never ends).
      *----------------------------------------------------------
       0310-JUDGE-CATEGORY.
           SET GRACE-CTG-VALID TO TRUE.
           MOVE SPACES TO GRACE-CTG-FOUND.
           IF GRACE-CTG-WANT-CODE NOT = SPACES
                   AND GRACE-CTG-MASTER-ON-FILE
               PERFORM 0315-LOCATE-CATEGORY
               IF GRACE-CTG-HIT = ZERO
                   SET GRACE-CTG-UNKNOWN TO TRUE
               ELSE
                   MOVE GRACE-CTG-T-DESCRIPTION(GRACE-CTG-HIT)
                       TO GRACE-CTG-F-DESCRIPTION
                   MOVE GRACE-CTG-T-DEPARTMENT(GRACE-CTG-HIT)
                       TO GRACE-CTG-F-DEPARTMENT
                   IF GRACE-CTG-T-ACTIVE(GRACE-CTG-HIT) NOT = 'Y'
                       OR GRACE-CTG-T-EFF-FROM(GRACE-CTG-HIT)
                           > GRACE-CTG-WANT-DATE
                       OR (GRACE-CTG-T-EFF-TO(GRACE-CTG-HIT) > ZERO
                       AND GRACE-CTG-T-EFF-TO(GRACE-CTG-HIT)
                           < GRACE-CTG-WANT-DATE)
                       SET GRACE-CTG-INACTIVE TO TRUE
                   END-IF
               END-IF
           END-IF.

       0315-LOCATE-CATEGORY.
           MOVE ZERO TO GRACE-CTG-HIT.
           PERFORM 0318-MATCH-ONE-CATEGORY
               VARYING GRACE-CTG-IDX FROM 1 BY 1
               UNTIL GRACE-CTG-IDX > GRACE-CTG-COUNT
               OR GRACE-CTG-HIT > ZERO.

       0318-MATCH-ONE-CATEGORY.
           IF GRACE-CTG-T-CODE(GRACE-CTG-IDX) = GRACE-CTG-WANT-CODE
               MOVE GRACE-CTG-IDX TO GRACE-CTG-HIT
           END-IF.
