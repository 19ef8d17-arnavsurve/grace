      *================================================================
      * GRACEADJ.cpy
      *
      * Monetary adjustment record. COPY into FILE SECTION under an
      * FD for GRACE-ADJ-FILE (SELECT ... ASSIGN TO GRACEADJ,
      * ORGANIZATION IS INDEXED, RECORD KEY IS GRACE-ADJ-KEY). One
      * record per adjustment keyed on GRACEADE, identified by the
      * date and time it was keyed and the operator who keyed it.
      * The adjustment is to an account - the number it posts
      * under as GRACE-TXN-SOURCE. One keyed before accounts holds
      * the customer's number, which is that customer's first
      * account.
      *
      * The reason code is mandatory, and so is the comment:
      *
      *   GW goodwill credit          FR fee refund
      *   EC error correction         IR interest adjustment
      *   OT other (the comment says what)
      *
      * State A is approved - keyed within the maker's GRACEADL
      * limit, or over it and approved by a second operator on
      * GRACEADE. P pending - over the maker's limit and waiting for
      * that second operator. R rejected by the checker. G released:
      * GRACEADG has written the posting to GRACEATX on the release
      * date. The checker is blank on an adjustment within limit.
      *================================================================
       01 GRACE-ADJ-REC.
           05 GRACE-ADJ-KEY.
               10 GRACE-ADJ-ENTRY-DATE PIC 9(08).
               10 GRACE-ADJ-ENTRY-TIME PIC 9(06).
               10 GRACE-ADJ-MAKER-ID PIC X(08).
           05 GRACE-ADJ-ACCOUNT PIC 9(06).
           05 GRACE-ADJ-AMT-SIGN PIC X(01).
           05 GRACE-ADJ-AMOUNT PIC 9(09).
           05 GRACE-ADJ-REASON PIC X(02).
               88 GRACE-ADJ-VALID-REASON
                   VALUE 'GW' 'EC' 'FR' 'IR' 'OT'.
           05 GRACE-ADJ-COMMENT PIC X(30).
           05 GRACE-ADJ-STATE PIC X(01).
               88 GRACE-ADJ-PENDING VALUE 'P'.
               88 GRACE-ADJ-APPROVED VALUE 'A'.
               88 GRACE-ADJ-REJECTED VALUE 'R'.
               88 GRACE-ADJ-RELEASED VALUE 'G'.
           05 GRACE-ADJ-CHECKER-ID PIC X(08).
           05 GRACE-ADJ-CHECK-DATE PIC 9(08).
           05 GRACE-ADJ-RELEASE-DATE PIC 9(08).
           05 FILLER PIC X(05).
