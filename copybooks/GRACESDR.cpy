      *================================================================
      * GRACESDR.cpy
      *
      * Segregation-of-duties conflict rule. COPY into FILE SECTION
      * under an FD for GRACE-SDR-FILE (SELECT ... ASSIGN TO
      * GRACESDR). One card per rule: two actions one operator may
      * not both perform on the same customer or parameter card
      * within the number of days given. The two actions may be
      * keyed in either order. The actions GRACESOD knows:
      *
      *   On a customer (from GRACECCL, operator off GRACECHG):
      *     CUSTADD  CUSTCHG  CUSTDEL  customer add/change/delete
      *     ADDRMOVE address move keyed on GRACECMT
      *     RELLINK  RELEND   relationship linked / ended
      *   On a customer (from GRACECHG):
      *     ADJKEY   ADJAPPR  monetary adjustment keyed / approved
      *     WOFAPPR           write-off approved
      *   On a customer (from the GRACEMDC decision cards):
      *     MERGE             merge decision, survivor and retired
      *   On a parameter card (category), from GRACEPND:
      *     PARMKEY           pending change keyed (the maker)
      *     PARMAPPR          pending change approved (the checker)
      *================================================================
       01 GRACE-SDR-REC.
           05 GRACE-SDR-RULE-ID PIC X(06).
           05 FILLER PIC X(01).
           05 GRACE-SDR-ACTION-1 PIC X(08).
           05 FILLER PIC X(01).
           05 GRACE-SDR-ACTION-2 PIC X(08).
           05 FILLER PIC X(01).
           05 GRACE-SDR-DAYS PIC 9(03).
           05 FILLER PIC X(01).
           05 GRACE-SDR-DESCRIPTION PIC X(40).
           05 FILLER PIC X(11).
