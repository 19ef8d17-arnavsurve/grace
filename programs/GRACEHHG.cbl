      * Output is the GRACEHHX cross-reference file (household
      * key, customer ID, street, zip, head flag) plus a summary
      * of households formed and pieces saved.
      *
      * The GRACECST read here is GRACECSS, the mailable customers
      * with their streets standardized by GRACEAST, so "1 MAIN
      * STREET" and "1 MAIN ST" at one zip are one household.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
