      *================================================================
      * GRACEPFX.cpy
      *
      * Profitability extract record. COPY into FILE SECTION under
      * an FD for GRACE-PFX-FILE (SELECT ... ASSIGN TO GRACEPFX,
      * LINE SEQUENTIAL). GRACEPFT writes the file fresh each month
      * for marketing to load - fixed columns, signs leading and
      * separate, two places implied on the cost and profit.
      *
      * Three kinds of row, told apart by the record type:
      *
      *   C - one customer: GRACE-PFX-KEY is the customer, with
      *       the household it belongs to (zero when GRACEHHG has
      *       not householded it yet) and its state
      *   H - one household: GRACE-PFX-KEY is the household's
      *       head customer, with the household key, the head's
      *       state, the number of members and the profitability
      *       decile it ranks in (1 is the most profitable tenth)
      *   S - one state: GRACE-PFX-KEY is blank, with the state
      *       and the number of customers
      *
      * The figures on every row are for the month: fee income
      * (site FE, net of fee credits), interest paid (site IN),
      * the day-weighted average balance, the count of other
      * postings, their cost at the GRACEPFC rate, and the profit
      * - fees less interest less cost. An H or S row carries the
      * sums of its members' figures, the average balance summed
      * too.
      *================================================================
       01 GRACE-PFX-REC.
           05 GRACE-PFX-TYPE PIC X(01).
               88 GRACE-PFX-CUSTOMER VALUE 'C'.
               88 GRACE-PFX-HOUSEHOLD VALUE 'H'.
               88 GRACE-PFX-STATE-ROW VALUE 'S'.
           05 GRACE-PFX-MONTH PIC 9(06).
           05 GRACE-PFX-KEY PIC X(06).
           05 GRACE-PFX-HOUSEHOLD-KEY PIC 9(06).
           05 GRACE-PFX-STATE PIC X(02).
           05 GRACE-PFX-DECILE PIC 9(02).
           05 GRACE-PFX-MEMBERS PIC 9(05).
           05 GRACE-PFX-FEES PIC S9(11)
               SIGN IS LEADING SEPARATE.
           05 GRACE-PFX-INTEREST PIC S9(11)
               SIGN IS LEADING SEPARATE.
           05 GRACE-PFX-AVG-BALANCE PIC S9(11)
               SIGN IS LEADING SEPARATE.
           05 GRACE-PFX-TXN-COUNT PIC 9(07).
           05 GRACE-PFX-COST PIC 9(09)V99.
           05 GRACE-PFX-PROFIT PIC S9(11)V99
               SIGN IS LEADING SEPARATE.
           05 FILLER PIC X(04).
