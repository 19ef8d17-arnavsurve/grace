      *================================================================
      * GRACEFXR.cpy
      *
      * Exchange-rate card record. COPY into FILE SECTION under an
      * FD for GRACE-FXR-FILE (SELECT ... ASSIGN TO GRACEFXR, LINE
      * SEQUENTIAL). One row per currency per processing date,
      * appended by GRACEPML; the rate is base-currency units per
      * one unit of the row's currency, six places. A later row
      * for the same currency and date corrects an earlier one.
      *
      * One row with 'B' in the base switch names the base
      * currency the master is kept in (its date and rate are not
      * read). With no base row the base is USD. GRACEFXRH.cpy
      * carries the loaded rate table and GRACEFXRP.cpy the load
      * and convert paragraphs.
      *================================================================
       01 GRACE-FXR-REC.
           05 GRACE-FXR-CURRENCY PIC X(03).
           05 GRACE-FXR-RATE-DATE PIC X(08).
           05 GRACE-FXR-RATE-DATE-N REDEFINES GRACE-FXR-RATE-DATE
               PIC 9(08).
           05 GRACE-FXR-RATE PIC X(10).
           05 GRACE-FXR-RATE-N REDEFINES GRACE-FXR-RATE
               PIC 9(04)V9(06).
           05 GRACE-FXR-BASE-SW PIC X(01).
               88 GRACE-FXR-BASE-ROW VALUE 'B'.
           05 FILLER PIC X(58).
