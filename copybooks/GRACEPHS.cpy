      *================================================================
      * GRACEPHS.cpy
      *
      * Posted-transaction history record. COPY into FILE SECTION
      * under an FD for GRACE-PHS-FILE (SELECT ... ASSIGN TO
      * GRACEPHS, ORGANIZATION IS INDEXED, RECORD KEY IS
      * GRACE-PHS-KEY). GRACEMUP writes one record for every
      * transaction it applies to GRACEMST, night after night, so
      * the question "what posted to 000101 in the last 90 days" is
      * a START on the key instead of a restore of old GRACEMTS
      * generations.
      *
      * The key is the GRACE-TXN-SOURCE the transaction applied to,
      * the posting (cycle) date, the cycle number and the sequence
      * of the transaction within that cycle's sorted stream - the
      * same sequence GRACEMUP stamps on the GRACEMJL before-image,
      * so a history entry and its journal record pair up exactly.
      *
      * The amount is the signed change the transaction made to
      * GRACE-MST-BALANCE (zero for a transaction that moved no
      * money, the balance given back for a delete), and the
      * balance is the one the record was left holding - so
      * consecutive entries for a key roll forward on their own.
      *
      * An amount-bearing entry also keeps what GRACEMUP's
      * conversion phase started from: the currency the amount
      * arrived in (the base currency when it arrived with none),
      * the amount in that currency, and the GRACEFXR rate used
      * (1 for base). A no-amount entry or a delete leaves the
      * currency blank and both at zero.
      *
      * An entry made by a GRACEREV reversal carries the posting
      * date, cycle and sequence of the original entry it undoes,
      * so the pair are linked on the history; every other entry
      * carries zeros there (spaces on entries from before
      * reversals).
      *
      * The transaction reference GRACEMRG or GRACEDLM assigned
      * (site, date, cycle, sequence) rides on the entry as it
      * arrived - blank for generated transactions and entries
      * from before references.
      *================================================================
       01 GRACE-PHS-REC.
           05 GRACE-PHS-KEY.
               10 GRACE-PHS-SOURCE PIC 9(06).
               10 GRACE-PHS-POST-DATE PIC 9(08).
               10 GRACE-PHS-CYCLE PIC 9(02).
               10 GRACE-PHS-SEQ PIC 9(06).
           05 GRACE-PHS-SITE-CODE PIC X(02).
           05 GRACE-PHS-OP-CODE PIC X(01).
           05 GRACE-PHS-EFF-DATE PIC X(08).
           05 GRACE-PHS-AMOUNT PIC S9(09)
               SIGN IS LEADING SEPARATE.
           05 GRACE-PHS-BALANCE PIC S9(09)
               SIGN IS LEADING SEPARATE.
           05 GRACE-PHS-CURRENCY PIC X(03).
           05 GRACE-PHS-ORIG-AMOUNT PIC S9(09)
               SIGN IS LEADING SEPARATE.
           05 GRACE-PHS-FX-RATE PIC 9(04)V9(06).
           05 GRACE-PHS-REVERSAL-OF.
               10 GRACE-PHS-REV-POST-DATE PIC 9(08).
               10 GRACE-PHS-REV-CYCLE PIC 9(02).
               10 GRACE-PHS-REV-SEQ PIC 9(06).
           05 GRACE-PHS-TRACE-REF PIC X(18).
           05 FILLER PIC X(10).
