      *================================================================
      * GRACEWOF.cpy
      *
      * Write-off record. COPY into FILE SECTION under an FD for
      * GRACE-WOF-FILE (SELECT ... ASSIGN TO GRACEWOF, ORGANIZATION
      * IS INDEXED, RECORD KEY IS GRACE-WOF-CUST-ID). One record per
      * customer GRACEWOP has proposed for write-off.
      *
      * State P is proposed - the customer is past the last
      * collections letter and past the GRACEWOC age and amount, and
      * waits for a supervisor on GRACEWOM. A approved: GRACEWOP
      * writes the write-off credit (op W) to GRACEWTX each night
      * until GRACEMUP posts it. D declined - not proposed again for
      * the same delinquency (negative-since date). W written off:
      * GRACEMUP posted the credit; the posting date and amount
      * stay here, and any later credit to the customer is added to
      * the recovered amount and listed as a recovery.
      *
      * The owed amount and days past due are as of the night the
      * proposal was last refreshed; the generated amount is what
      * the last write-off transaction carried.
      *================================================================
       01 GRACE-WOF-REC.
           05 GRACE-WOF-CUST-ID PIC 9(06).
           05 GRACE-WOF-STATE PIC X(01).
               88 GRACE-WOF-PROPOSED VALUE 'P'.
               88 GRACE-WOF-APPROVED VALUE 'A'.
               88 GRACE-WOF-DECLINED VALUE 'D'.
               88 GRACE-WOF-WRITTEN-OFF VALUE 'W'.
           05 GRACE-WOF-NEG-DATE PIC 9(08).
           05 GRACE-WOF-PROPOSE-DATE PIC 9(08).
           05 GRACE-WOF-DAYS PIC 9(04).
           05 GRACE-WOF-OWED PIC 9(09).
           05 GRACE-WOF-DECIDE-DATE PIC 9(08).
           05 GRACE-WOF-DECIDE-OPER PIC X(08).
           05 GRACE-WOF-GEN-DATE PIC 9(08).
           05 GRACE-WOF-GEN-AMOUNT PIC 9(09).
           05 GRACE-WOF-POST-DATE PIC 9(08).
           05 GRACE-WOF-WRITTEN-OFF-AMT PIC 9(09).
           05 GRACE-WOF-RECOVERED PIC 9(09).
           05 GRACE-WOF-RECOVERY-DATE PIC 9(08).
           05 FILLER PIC X(15).
