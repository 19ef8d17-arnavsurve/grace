      *================================================================
      * GRACECPF.cpy
      *
      * Customer profile record. COPY into FILE SECTION under an FD
      * for GRACE-CPF-FILE (SELECT ... ASSIGN TO GRACECPF,
      * ORGANIZATION IS INDEXED, RECORD KEY IS GRACE-CPF-CUST-ID).
      * One record per customer that carries anything beyond the
      * name and address on GRACECST - the flat customer master
      * is recreated field by field by more than one utility, so
      * the per-customer settings live here, next to it, the same
      * way the undeliverable flags live on GRACEUNF.
      *
      * The credit limit is maintained on GRACECMT and enforced by
      * GRACEMUP: a debit that would take GRACE-MST-BALANCE below
      * the negative of the limit is rejected. A customer with no
      * profile, or with the limit switch off, has no limit.
      *
      * The customer's lifecycle status lives here too, set on
      * GRACECMT with a required reason and dated the day it was
      * set. Blank or A is active - a customer with no profile is
      * active. Closed and deceased customers have transactions
      * rejected by GRACETRE and are left out of the labels and
      * statements; frozen (by legal order) and fraud-review
      * customers have debits refused by GRACEMUP.
      *
      * So do the customer's contact preferences - marketing mail,
      * service mail and list sharing - each Y opted in or N opted
      * out and dated the day it was last set on GRACECMT. Blank
      * is opted in: nobody has asked us not to. GRACELBP leaves
      * opted-out customers off its label runs, and GRACENMM and
      * GRACECXR keep them out of what they hand other
      * departments.
      *================================================================
       01 GRACE-CPF-REC.
           05 GRACE-CPF-CUST-ID PIC 9(06).
           05 GRACE-CPF-LIMIT-SW PIC X(01).
               88 GRACE-CPF-LIMIT-SET VALUE 'Y'.
           05 GRACE-CPF-CREDIT-LIMIT PIC 9(09).
           05 GRACE-CPF-LIMIT-DATE PIC 9(08).
           05 GRACE-CPF-LIMIT-OPER PIC X(08).
           05 GRACE-CPF-CUST-STATUS PIC X(01).
               88 GRACE-CPF-CUST-ACTIVE VALUE 'A' SPACE.
               88 GRACE-CPF-CUST-CLOSED VALUE 'C'.
               88 GRACE-CPF-CUST-DECEASED VALUE 'D'.
               88 GRACE-CPF-CUST-FROZEN VALUE 'F'.
               88 GRACE-CPF-CUST-FRAUD-REVIEW VALUE 'R'.
               88 GRACE-CPF-CUST-GONE VALUE 'C' 'D'.
               88 GRACE-CPF-DEBITS-BLOCKED VALUE 'F' 'R'.
               88 GRACE-CPF-VALID-STATUS
                   VALUE 'A' 'C' 'D' 'F' 'R'.
           05 GRACE-CPF-STATUS-DATE PIC 9(08).
           05 GRACE-CPF-STATUS-OPER PIC X(08).
           05 GRACE-CPF-STATUS-REASON PIC X(30).
           05 GRACE-CPF-MKT-MAIL-PREF PIC X(01).
               88 GRACE-CPF-MKT-OPTED-OUT VALUE 'N'.
           05 GRACE-CPF-MKT-MAIL-DATE PIC 9(08).
           05 GRACE-CPF-SVC-MAIL-PREF PIC X(01).
               88 GRACE-CPF-SVC-OPTED-OUT VALUE 'N'.
           05 GRACE-CPF-SVC-MAIL-DATE PIC 9(08).
           05 GRACE-CPF-LIST-SHARE-PREF PIC X(01).
               88 GRACE-CPF-LIST-OPTED-OUT VALUE 'N'.
           05 GRACE-CPF-LIST-SHARE-DATE PIC 9(08).
           05 FILLER PIC X(14).
