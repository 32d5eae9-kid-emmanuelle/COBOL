      *Records pass through untouched; the record layout lives in
      *the MEMREC copybook and each record already carries its
      *SITE-ID from the site's own GET-INPUT.
      *A run that cannot go ahead (no site master) ends with return
      *code 16, so STREAM-CONTROL stops the stream there.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           IF WS-SITE-COUNT = ZERO
               DISPLAY "No site master on file - run "
                   "SITE-MAINTENANCE to set up sites first."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT MEMBER-INTAKE-FILE.
