      * level are adopted without a second password. Change mode
      * never adopts: a password change must prove the current
      * password itself, and the change paragraphs below need the
      * loaded operator table a session hand-off skips. A
      * training session brings the TRAINING banner with it.
      *----------------------------------------------------------
       7050-ADOPT-CONSOLE-SESSION.
           IF GRACE-OPS-CHANGE-MODE
                               TO GRACE-OPS-AUTH-LEVEL
                           DISPLAY "CONSOLE SESSION ADOPTED FOR "
                               GRACE-OPS-SIGNON-ID
                           IF GRACE-SSN-TRAINING
                               MOVE 'Y' TO GRACE-OPS-TRAINING-SW
                               MOVE GRACE-OPS-TRAINING-TEXT
                                   TO GRACE-OPS-BANNER
                           END-IF
                       END-IF
               END-READ
               CLOSE GRACE-SSN-FILE
           END-IF.

      *----------------------------------------------------------
      * 7070-NOTE-TRAINING-SESSION - a screen PERFORMs this before
      * its sign-on screen, so a live training session's banner
      * is up from the first screen the trainee sees, whether the
      * ID is then adopted or keyed.
      *----------------------------------------------------------
       7070-NOTE-TRAINING-SESSION.
           MOVE 'N' TO GRACE-OPS-TRAINING-SW.
           MOVE SPACES TO GRACE-OPS-BANNER.
           OPEN INPUT GRACE-SSN-FILE.
           IF NOT GRACE-SSN-NOT-FOUND
               READ GRACE-SSN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GRACE-SSN-ACTIVE = 'Y'
                               AND GRACE-SSN-TRAINING
                           MOVE 'Y' TO GRACE-OPS-TRAINING-SW
                           MOVE GRACE-OPS-TRAINING-TEXT
                               TO GRACE-OPS-BANNER
                       END-IF
               END-READ
               CLOSE GRACE-SSN-FILE
