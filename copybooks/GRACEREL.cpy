      *================================================================
      * GRACEREL.cpy
      *
      * Customer relationship record. COPY into FILE SECTION under
      * an FD for GRACE-REL-FILE (SELECT ... ASSIGN TO GRACEREL,
      * ORGANIZATION IS INDEXED, RECORD KEY IS GRACE-REL-KEY,
      * ALTERNATE RECORD KEY IS GRACE-REL-PARTY-ID WITH
      * DUPLICATES). One record links two GRACE-CST-IDs: the
      * related party stands to the customer as the type says -
      * joint owner with the customer, authorized user on the
      * customer's accounts, the customer's guardian, or head of
      * the customer's household. The alternate key finds every
      * customer a party is related to.
      *
      * A relationship is in force from its effective date until
      * its end date; an end date of zero means it has none. One
      * ended and then linked again is the same record reopened.
      * GRACECMT maintains the file and logs each link and end to
      * GRACECCL.
      *================================================================
       01 GRACE-REL-REC.
           05 GRACE-REL-KEY.
               10 GRACE-REL-CUST-ID PIC 9(06).
               10 GRACE-REL-PARTY-ID PIC 9(06).
               10 GRACE-REL-TYPE PIC X(02).
                   88 GRACE-REL-JOINT-OWNER VALUE 'JO'.
                   88 GRACE-REL-AUTH-USER VALUE 'AU'.
                   88 GRACE-REL-GUARDIAN VALUE 'GD'.
                   88 GRACE-REL-HOUSEHOLD-HEAD VALUE 'HH'.
                   88 GRACE-REL-VALID-TYPE
                       VALUE 'JO' 'AU' 'GD' 'HH'.
           05 GRACE-REL-EFF-DATE PIC 9(08).
           05 GRACE-REL-END-DATE PIC 9(08).
               88 GRACE-REL-OPEN-ENDED VALUE ZERO.
           05 GRACE-REL-OPER-ID PIC X(08).
           05 GRACE-REL-MAINT-DATE PIC 9(08).
           05 FILLER PIC X(34).
