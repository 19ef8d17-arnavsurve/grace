      *================================================================
      * GRACERJD.cpy
      *
      * Reject disposition record. COPY into FILE SECTION under an
      * FD for GRACE-RJD-FILE (SELECT ... ASSIGN TO GRACERJD, LINE
      * SEQUENTIAL). One row per reject worked on GRACERWK, naming
      * the reject by its file (GRACERJC or GRACERJV) and its
      * record number on that file - both files are only ever
      * appended to, so the number stays the reject's own.
      *
      * Action R released: the corrected record passed the edits
      * again and went to the re-entry file (GRACERIC or GRACERIV)
      * the next run reads ahead of its normal input; the
      * corrected fields ride here. Action W written off: the
      * record is abandoned, the operator's reason in the note.
      * Either way the reject is worked and never shown again;
      * one not on this file is still open and ages on GRACERAG.
      * GRACERJDH.cpy carries the loaded table and GRACERJDP.cpy
      * the load and look-up paragraphs.
      *================================================================
       01 GRACE-RJD-REC.
           05 GRACE-RJD-FILE-NAME PIC X(08).
           05 GRACE-RJD-SEQ PIC 9(08).
           05 GRACE-RJD-ACTION PIC X(01).
               88 GRACE-RJD-RELEASED VALUE 'R'.
               88 GRACE-RJD-WRITTEN-OFF VALUE 'W'.
           05 GRACE-RJD-DATE PIC 9(08).
           05 GRACE-RJD-OPERATOR PIC X(08).
           05 GRACE-RJD-CORRECTED PIC X(08).
           05 GRACE-RJD-NOTE PIC X(30).
           05 FILLER PIC X(09).
