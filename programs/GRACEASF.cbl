      * GRACECCL carries name images only, so the replay
      * reproduces the ID and name content as of the date;
      * address fields ride forward from the baseline image.
      * Relationship links and ends logged there (functions L and
      * E) leave the name image as it was and are passed over,
      * as are the address moves GRACECOA and GRACECMT log (M).
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
                       PERFORM 2400-REPLAY-CHANGE
                   WHEN 'D'
                       PERFORM 2500-REPLAY-DELETE
                   WHEN 'L'
                   WHEN 'E'
                   WHEN 'M'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "*** UNKNOWN LOG FUNCTION '"
                           GRACE-CCL-FUNCTION "' FOR ID "
