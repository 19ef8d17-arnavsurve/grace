      *================================================================
      * GRACELTR.cpy
      *
      * Collections letter record. COPY into FILE SECTION under an
      * FD for GRACE-LTR-FILE (SELECT ... ASSIGN TO GRACELTR). One
      * record per letter GRACECOL decides is due tonight: the
      * customer, the letter stage (1 reminder, 2 second notice,
      * 3 final notice), the days past due and the date the
      * balance first went negative, the balance, and the name and
      * address off GRACECST. GRACELTP sorts the file into zip
      * sequence and prints the letters for the mail room.
      *
      * GRACEUCH writes its unclaimed-property due-diligence
      * letters to GRACEUDL in this layout as stage 4, with the
      * date of last activity in the negative-since date, days
      * zero, and the positive balance we hold.
      *================================================================
       01 GRACE-LTR-REC.
           05 GRACE-LTR-CUST-ID PIC 9(06).
           05 GRACE-LTR-STAGE PIC 9(01).
           05 GRACE-LTR-DAYS PIC 9(04).
           05 GRACE-LTR-NEG-DATE PIC 9(08).
           05 GRACE-LTR-LETTER-DATE PIC 9(08).
           05 GRACE-LTR-BALANCE PIC S9(09)
               SIGN IS LEADING SEPARATE.
           05 GRACE-LTR-FIRST-NAME PIC X(15).
           05 GRACE-LTR-LAST-NAME PIC X(15).
           05 GRACE-LTR-STREET PIC X(20).
           05 GRACE-LTR-CITY PIC X(12).
           05 GRACE-LTR-STATE PIC X(02).
           05 GRACE-LTR-ZIP PIC X(05).
           05 FILLER PIC X(14).
