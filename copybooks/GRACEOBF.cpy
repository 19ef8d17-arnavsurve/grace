      *================================================================
      * GRACEOBF.cpy
      *
      * Onboarding conversion record. COPY into FILE SECTION under
      * an FD for GRACE-OBF-FILE (SELECT ... ASSIGN TO GRACEOBF,
      * LINE SEQUENTIAL). The file an acquired book of customers
      * arrives in - one D record per customer, in the other
      * office's order, closed by one T trailer the sending office
      * builds:
      *
      *   D  the customer's ID on the old system, name, address
      *      and opening balance (sign blank or +, or -; whole
      *      units, as GRACE-MST-BALANCE keeps them)
      *   T  the count of D records sent and the sum of their
      *      opening balances, signed
      *
      * GRACEONB proves the file against its trailer before it
      * adds a single customer.
      *================================================================
       01 GRACE-OBF-REC.
           05 GRACE-OBF-TYPE PIC X(01).
               88 GRACE-OBF-DETAIL VALUE 'D'.
               88 GRACE-OBF-TRAILER VALUE 'T'.
           05 GRACE-OBF-OLD-ID PIC X(10).
           05 GRACE-OBF-FIRST-NAME PIC X(15).
           05 GRACE-OBF-LAST-NAME PIC X(15).
           05 GRACE-OBF-STREET PIC X(20).
           05 GRACE-OBF-CITY PIC X(12).
           05 GRACE-OBF-STATE PIC X(02).
           05 GRACE-OBF-ZIP PIC X(05).
           05 GRACE-OBF-BAL-SIGN PIC X(01).
               88 GRACE-OBF-VALID-SIGN VALUE SPACE '+' '-'.
           05 GRACE-OBF-BALANCE PIC X(09).
           05 GRACE-OBF-BALANCE-N REDEFINES GRACE-OBF-BALANCE
               PIC 9(09).
           05 FILLER PIC X(10).

      *Trailer view of the same 100 bytes.
       01 GRACE-OBF-TRAILER-REC.
           05 FILLER PIC X(01).
           05 GRACE-OBF-T-COUNT PIC X(06).
           05 GRACE-OBF-T-COUNT-N REDEFINES GRACE-OBF-T-COUNT
               PIC 9(06).
           05 GRACE-OBF-T-SUM-SIGN PIC X(01).
           05 GRACE-OBF-T-SUM PIC X(11).
           05 GRACE-OBF-T-SUM-N REDEFINES GRACE-OBF-T-SUM
               PIC 9(11).
           05 FILLER PIC X(81).
